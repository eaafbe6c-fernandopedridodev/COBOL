000030 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000040 INSTALLATION. DEPARTAMENTO DE NOMINA.
000050 DATE-WRITTEN. 2024-02-10.
000060 DATE-COMPILED. 2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORIAL DE MODIFICACIONES                              *
000090*----------------------------------------------------------*
000380*                  DECLARADO) Y REPORTA EN BALANCE O FUERA *
000390*                  DE BALANCE CON LA DIFERENCIA, PARA      *
000400*                  CUADRAR EL LOTE ANTES DE USARLO.        *
000410* 2026-10-15  DSI  SE AGREGA EL GENERADOR DEL REGISTRO DE  *
000420*                  CONTROL DE LOS LOTES DE ENTRADA (MENU   *
000430*                  3): DADO EL TIPO (D=DESPACHO,           *
000440*                  T=TARJETAS, S=SUMANDOS) Y EL NOMBRE DEL *
000450*                  ARCHIVO, CUENTA LOS RENGLONES DE        *
000460*                  DETALLE Y SUMA CANTIDADES U HORAS CON   *
000470*                  EL FORMATO DE CADA TIPO, REPORTA LOS    *
000480*                  RENGLONES NO NUMERICOS Y AGREGA O       *
000490*                  REEMPLAZA EL REGISTRO DE CONTROL CON EL *
000500*                  FORMATO QUE ESPERA EL PROGRAMA QUE LO   *
000510*                  CONSUME. UN LOTE CON RENGLONES          *
000520*                  INVALIDOS NO SE SELLA. CADA CORRIDA     *
000530*                  QUEDA EN CTLLOTE.DAT CON SUS TOTALES,   *
000540*                  FECHA Y OPERADOR. SALIR PASA A LA       *
000550*                  OPCION 4.                               *
000560
000570*----------------------------------------------------------*
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT SUMANDOS ASSIGN TO "SUMANDOS.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-SUMANDOS.
000640
000650     SELECT LOTEARCH ASSIGN TO CTL-NOMBRE-ARCH
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-LOTEARCH.
000680
000690     SELECT LOTETEMP ASSIGN TO "SUMATEMP.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-LOTETEMP.
000720
000730     SELECT CTLLOTE ASSIGN TO "CTLLOTE.DAT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FS-CTLLOTE.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  SUMANDOS
000800     LABEL RECORDS ARE STANDARD.
000810 01  SM-REGISTRO.
000820     05  SM-DATO           PIC X(16).
000830*    EL REGISTRO DE CONTROL OPCIONAL LLEVA UN ASTERISCO,
000840*    LA CUENTA DECLARADA DE VALORES Y EL TOTAL DECLARADO.
000850     05  SM-VISTA-CONTROL REDEFINES SM-DATO.
000860         10  SM-TR-MARCA   PIC X(1).
000870         10  SM-TR-CUENTA  PIC 9(5).
000880         10  SM-TR-TOTAL   PIC 9(7).
000890         10  FILLER        PIC X(3).
000900
000910*----------------------------------------------------------*
000920* LOTE DE ENTRADA AL QUE SE LE GENERA EL REGISTRO DE       *
000930* CONTROL, CON LA VISTA DE DETALLE DE CADA TIPO (DEBEN     *
000940* COINCIDIR CON LOS FD DE DESPACHO DE SISTEMAINVENTARIO Y  *
000950* DE TARJETAS DE SISTEMANOMINA)                            *
000960*----------------------------------------------------------*
000970 FD  LOTEARCH
000980     LABEL RECORDS ARE STANDARD.
000990 01  LA-REGISTRO.
001000     05  LA-DATOS          PIC X(80).
001010     05  LA-VISTA-DESPACHO REDEFINES LA-DATOS.
001020         10  LA-DP-CODIGO  PIC X(10).
001030         10  FILLER        PIC X(1).
001040         10  LA-DP-CANTIDAD PIC 9(3).
001050         10  FILLER        PIC X(1).
001060         10  LA-DP-FOLIO   PIC X(6).
001070         10  FILLER        PIC X(1).
001080         10  LA-DP-LOTE    PIC X(10).
001090         10  FILLER        PIC X(48).
001100     05  LA-VISTA-TARJETA REDEFINES LA-DATOS.
001110         10  LA-TJ-EMPLEADO-ID PIC X(6).
001120         10  LA-TJ-HORAS   PIC 9(3).
001130         10  FILLER        PIC X(71).
001140     05  LA-VISTA-CONTROL REDEFINES LA-DATOS.
001150         10  LA-TR-MARCA   PIC X(1).
001160         10  FILLER        PIC X(79).
001170
001180 FD  LOTETEMP
001190     LABEL RECORDS ARE STANDARD.
001200 01  LT-REGISTRO           PIC X(80).
001210
001220*----------------------------------------------------------*
001230* BITACORA DE LOTES SELLADOS: PRUEBA QUE EL LOTE CUADRADO  *
001240* ES EL QUE SE POSTEO                                      *
001250*----------------------------------------------------------*
001260 FD  CTLLOTE
001270     LABEL RECORDS ARE STANDARD.
001280 01  CL-REGISTRO.
001290     05  CL-FECHA          PIC 9(8).
001300     05  FILLER            PIC X(1).
001310     05  CL-HORA           PIC 9(8).
001320     05  FILLER            PIC X(1).
001330     05  CL-OPERADOR       PIC X(8).
001340     05  FILLER            PIC X(1).
001350     05  CL-TIPO           PIC X(1).
001360     05  FILLER            PIC X(1).
001370     05  CL-ARCHIVO        PIC X(20).
001380     05  FILLER            PIC X(1).
001390     05  CL-CUENTA         PIC 9(6).
001400     05  FILLER            PIC X(1).
001410     05  CL-TOTAL          PIC 9(8).
001420     05  FILLER            PIC X(1).
001430     05  CL-INVALIDOS      PIC 9(5).
001440     05  FILLER            PIC X(1).
001450     05  CL-ESTADO         PIC X(11).
001460
001470 WORKING-STORAGE SECTION.
001480 01  NUM1              PIC 9(3).
001490 01  NUM2              PIC 9(3).
001500 01  RESULTADO         PIC 9(4).
001510 01  OPCION            PIC 9 VALUE 0.
001520
001530 01  FS-SUMANDOS       PIC X(02) VALUE "00".
001540     88  FS-OK                   VALUE "00".
001550     88  FS-FIN-ARCHIVO          VALUE "10".
001560
001570 01  SW-FIN-ARCHIVO    PIC X(01) VALUE "N".
001580     88  FIN-ARCHIVO             VALUE "S".
001590
001600 01  VALOR-LEIDO       PIC 9(4).
001610 01  SM-ENTRADA        PIC X(04) JUSTIFIED RIGHT.
001620 01  SM-LONGITUD       PIC 9(02) VALUE 0.
001630 01  ACUMULADOR        PIC 9(7) VALUE 0.
001640 01  CONTADOR-VALORES  PIC 9(5) VALUE 0.
001650 01  CONTADOR-OMITIDOS PIC 9(5) VALUE 0.
001660
001670*----------------------------------------------------------*
001680* ESTADISTICAS DEL MODO POR LOTES                          *
001690*----------------------------------------------------------*
001700 01  VALOR-MINIMO      PIC 9(4) VALUE 9999.
001710 01  VALOR-MAXIMO      PIC 9(4) VALUE 0.
001720 01  PROMEDIO-VALORES  PIC 9(4)V99 VALUE 0.
001730 01  PROMEDIO-ED       PIC ZZZ9.99.
001740
001750*----------------------------------------------------------*
001760* CONTROL DE BALANCE DEL LOTE CONTRA EL REGISTRO DE        *
001770* CONTROL DECLARADO POR EL EMISOR                          *
001780*----------------------------------------------------------*
001790 01  SW-HAY-CONTROL    PIC X(01) VALUE "N".
001800     88  HAY-CONTROL             VALUE "S".
001810 01  CUENTA-DECLARADA  PIC 9(5) VALUE 0.
001820 01  TOTAL-DECLARADO   PIC 9(7) VALUE 0.
001830 01  DIF-CUENTA        PIC S9(6) VALUE 0.
001840 01  DIF-TOTAL         PIC S9(8) VALUE 0.
001850 01  DIF-CUENTA-ED     PIC -ZZZZZ9.
001860 01  DIF-TOTAL-ED      PIC -ZZZZZZZ9.
001870
001880*----------------------------------------------------------*
001890* OPERADOR QUE INICIO SESION EN EL MENU UNIFICADO          *
001900*----------------------------------------------------------*
001910 01  OPERADOR-ACTUAL   PIC X(08) EXTERNAL.
001920
001930*----------------------------------------------------------*
001940* GENERADOR DEL REGISTRO DE CONTROL DE UN LOTE DE ENTRADA  *
001950*----------------------------------------------------------*
001960 01  FS-LOTEARCH       PIC X(02) VALUE "00".
001970     88  FS-LOTEARCH-OK          VALUE "00".
001980 01  FS-LOTETEMP       PIC X(02) VALUE "00".
001990     88  FS-LOTETEMP-OK          VALUE "00".
002000 01  FS-CTLLOTE        PIC X(02) VALUE "00".
002010     88  FS-CTLLOTE-OK           VALUE "00".
002020 01  CTL-NOMBRE-ARCH   PIC X(20).
002030 01  CTL-TIPO          PIC X(01).
002040     88  CTL-DESPACHO            VALUE "D".
002050     88  CTL-TARJETAS            VALUE "T".
002060     88  CTL-SUMANDOS            VALUE "S".
002070     88  CTL-TIPO-VALIDO         VALUE "D" "T" "S".
002080 01  CTL-RENGLON       PIC 9(6) VALUE 0.
002090 01  CTL-CUENTA        PIC 9(6) VALUE 0.
002100 01  CTL-TOTAL         PIC 9(8) VALUE 0.
002110 01  CTL-INVALIDOS     PIC 9(5) VALUE 0.
002120 01  CTL-PREVIOS       PIC 9(5) VALUE 0.
002130 01  CTL-MAX-CUENTA    PIC 9(6) VALUE 0.
002140 01  CTL-MAX-TOTAL     PIC 9(8) VALUE 0.
002150 01  CTL-ESTADO        PIC X(11).
002160 01  SW-CTL-RENGLON    PIC X(01) VALUE "S".
002170     88  CTL-RENGLON-VALIDO      VALUE "S".
002180 01  SW-CTL-FIN        PIC X(01) VALUE "N".
002190     88  CTL-FIN                 VALUE "S".
002200
002210*----------------------------------------------------------*
002220* REGISTRO DE CONTROL DE CADA TIPO DE LOTE, EN EL FORMATO  *
002230* QUE VERIFICA EL PROGRAMA QUE LO CONSUME                  *
002240*----------------------------------------------------------*
002250 01  CTL-REG-DESPACHO.
002260     05  FILLER            PIC X(1) VALUE "*".
002270     05  CTL-DP-CUENTA     PIC 9(4).
002280     05  CTL-DP-TOTAL      PIC 9(6).
002290     05  FILLER            PIC X(21) VALUE SPACES.
002300 01  CTL-REG-TARJETAS.
002310     05  FILLER            PIC X(1) VALUE "*".
002320     05  CTL-TJ-CUENTA     PIC 9(4).
002330     05  CTL-TJ-TOTAL      PIC 9(6).
002340 01  CTL-REG-SUMANDOS.
002350     05  FILLER            PIC X(1) VALUE "*".
002360     05  CTL-SM-CUENTA     PIC 9(5).
002370     05  CTL-SM-TOTAL      PIC 9(7).
002380     05  FILLER            PIC X(3) VALUE SPACES.
002390
002400 PROCEDURE DIVISION.
002410*============================================================
002420* 0000-MAINLINE                                            *
002430*============================================================
002440 0000-MAINLINE.
002450     MOVE 0 TO OPCION.
002460     PERFORM 2000-MENU THRU 2000-EXIT.
002470     DISPLAY "Gracias por usar el sistema.".
002480     GOBACK.
002490
002500*----------------------------------------------------------*
002510* 2000-MENU - CICLO PRINCIPAL DE OPCIONES                  *
002520*----------------------------------------------------------*
002530 2000-MENU.
002540     PERFORM UNTIL OPCION = 4
002550         DISPLAY "1. Sumar Dos Numeros"
002560         DISPLAY "2. Sumar Numeros desde Archivo"
002570         DISPLAY "3. Generar Registro de Control de un Lote"
002580         DISPLAY "4. Salir"
002590         DISPLAY "Seleccione una opcion: "
002600         ACCEPT OPCION
002610
002620         EVALUATE OPCION
002630             WHEN 1
002640                 PERFORM 3000-SUMA-SIMPLE THRU 3000-EXIT
002650             WHEN 2
002660                 PERFORM 4000-SUMA-LOTE THRU 4000-EXIT
002670             WHEN 3
002680                 PERFORM 5000-GENERAR-CONTROL THRU 5000-EXIT
002690             WHEN 4
002700                 CONTINUE
002710             WHEN OTHER
002720                 DISPLAY "Opcion invalida, intente de nuevo."
002730         END-EVALUATE
002740     END-PERFORM.
002750 2000-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------*
002790* 3000-SUMA-SIMPLE - SUMA DOS VALORES INGRESADOS POR       *
002800*                    TECLADO                               *
002810*----------------------------------------------------------*
002820 3000-SUMA-SIMPLE.
002830     DISPLAY "Ingrese el primer numero: ".
002840     ACCEPT NUM1.
002850     DISPLAY "Ingrese el segundo numero: ".
002860     ACCEPT NUM2.
002870     COMPUTE RESULTADO = NUM1 + NUM2
002880         ON SIZE ERROR
002890             DISPLAY "Error: el resultado excede la capacidad "
002900                 "del campo RESULTADO."
002910             GO TO 3000-EXIT
002920     END-COMPUTE.
002930     DISPLAY "El resultado de la suma es: " RESULTADO.
002940 3000-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------*
002980* 4000-SUMA-LOTE - ACUMULA LOS VALORES DE UN ARCHIVO       *
002990*----------------------------------------------------------*
003000 4000-SUMA-LOTE.
003010     MOVE "N" TO SW-FIN-ARCHIVO.
003020     MOVE 0 TO ACUMULADOR.
003030     MOVE 0 TO CONTADOR-VALORES.
003040     MOVE 0 TO CONTADOR-OMITIDOS.
003050     MOVE 9999 TO VALOR-MINIMO.
003060     MOVE 0 TO VALOR-MAXIMO.
003070     MOVE "N" TO SW-HAY-CONTROL.
003080     OPEN INPUT SUMANDOS.
003090     IF NOT FS-OK
003100         DISPLAY "No se pudo abrir el archivo de sumandos."
003110         GO TO 4000-EXIT
003120     END-IF.
003130
003140     PERFORM UNTIL FIN-ARCHIVO
003150         READ SUMANDOS
003160             AT END
003170                 MOVE "S" TO SW-FIN-ARCHIVO
003180             NOT AT END
003190                 PERFORM 4100-PROCESAR-RENGLON THRU 4100-EXIT
003200         END-READ
003210     END-PERFORM.
003220     CLOSE SUMANDOS.
003230
003240     DISPLAY "Valores sumados: " CONTADOR-VALORES.
003250     DISPLAY "Valores omitidos: " CONTADOR-OMITIDOS.
003260     DISPLAY "Total acumulado: " ACUMULADOR.
003270     PERFORM 4300-VERIFICAR-BALANCE THRU 4300-EXIT.
003280     IF CONTADOR-VALORES > 0
003290         PERFORM 4200-MOSTRAR-ESTADISTICAS THRU 4200-EXIT
003300     END-IF.
003310 4000-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------*
003350* 4100-PROCESAR-RENGLON - VALIDA Y ACUMULA UN RENGLON      *
003360*----------------------------------------------------------*
003370 4100-PROCESAR-RENGLON.
003380*    EL REGISTRO DE CONTROL NO SE SUMA: DECLARA LO QUE EL
003390*    EMISOR DICE HABER MANDADO.
003400     IF SM-TR-MARCA = "*"
003410         IF SM-TR-CUENTA IS NUMERIC
003420                 AND SM-TR-TOTAL IS NUMERIC
003430             MOVE "S" TO SW-HAY-CONTROL
003440             MOVE SM-TR-CUENTA TO CUENTA-DECLARADA
003450             MOVE SM-TR-TOTAL TO TOTAL-DECLARADO
003460         ELSE
003470             ADD 1 TO CONTADOR-OMITIDOS
003480             DISPLAY "Registro de control invalido: "
003490                 SM-DATO
003500         END-IF
003510         GO TO 4100-EXIT
003520     END-IF.
003530     MOVE 0 TO SM-LONGITUD.
003540     INSPECT SM-DATO TALLYING SM-LONGITUD
003550         FOR CHARACTERS BEFORE INITIAL SPACE.
003560     IF SM-LONGITUD = 0 OR SM-LONGITUD > 4
003570         ADD 1 TO CONTADOR-OMITIDOS
003580         DISPLAY "Renglon invalido, se omite: " SM-DATO
003590         GO TO 4100-EXIT
003600     END-IF.
003610     MOVE SM-DATO(1:SM-LONGITUD) TO SM-ENTRADA.
003620     INSPECT SM-ENTRADA REPLACING LEADING SPACE BY ZERO.
003630     IF SM-ENTRADA IS NOT NUMERIC
003640         ADD 1 TO CONTADOR-OMITIDOS
003650         DISPLAY "Renglon invalido, se omite: " SM-DATO
003660         GO TO 4100-EXIT
003670     END-IF.
003680
003690     MOVE SM-ENTRADA TO VALOR-LEIDO.
003700     ADD VALOR-LEIDO TO ACUMULADOR
003710         ON SIZE ERROR
003720             ADD 1 TO CONTADOR-OMITIDOS
003730             DISPLAY "Error: el total excedio la capacidad "
003740                 "del acumulador, se omite: " SM-DATO
003750             GO TO 4100-EXIT
003760     END-ADD.
003770     ADD 1 TO CONTADOR-VALORES.
003780     IF VALOR-LEIDO < VALOR-MINIMO
003790         MOVE VALOR-LEIDO TO VALOR-MINIMO
003800     END-IF.
003810     IF VALOR-LEIDO > VALOR-MAXIMO
003820         MOVE VALOR-LEIDO TO VALOR-MAXIMO
003830     END-IF.
003840 4100-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------*
003880* 4200-MOSTRAR-ESTADISTICAS - MINIMO, MAXIMO Y PROMEDIO DE *
003890*                             LOS VALORES SUMADOS EN EL    *
003900*                             LOTE                         *
003910*----------------------------------------------------------*
003920 4200-MOSTRAR-ESTADISTICAS.
003930     COMPUTE PROMEDIO-VALORES ROUNDED =
003940             ACUMULADOR / CONTADOR-VALORES.
003950     MOVE PROMEDIO-VALORES TO PROMEDIO-ED.
003960     DISPLAY "Valor minimo: " VALOR-MINIMO.
003970     DISPLAY "Valor maximo: " VALOR-MAXIMO.
003980     DISPLAY "Promedio: " PROMEDIO-ED.
003990 4200-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------*
004030* 4300-VERIFICAR-BALANCE - COMPARA LO SUMADO CONTRA EL     *
004040*                          REGISTRO DE CONTROL DECLARADO   *
004050*----------------------------------------------------------*
004060 4300-VERIFICAR-BALANCE.
004070     IF NOT HAY-CONTROL
004080         DISPLAY "Sin registro de control; el lote no se "
004090             "verifica."
004100         GO TO 4300-EXIT
004110     END-IF.
004120     COMPUTE DIF-CUENTA = CONTADOR-VALORES - CUENTA-DECLARADA.
004130     COMPUTE DIF-TOTAL = ACUMULADOR - TOTAL-DECLARADO.
004140     IF DIF-CUENTA = 0 AND DIF-TOTAL = 0
004150         DISPLAY "Lote EN BALANCE con el registro de "
004160             "control."
004170     ELSE
004180         MOVE DIF-CUENTA TO DIF-CUENTA-ED
004190         MOVE DIF-TOTAL TO DIF-TOTAL-ED
004200         DISPLAY "Lote FUERA DE BALANCE: diferencia en "
004210             "cuenta " DIF-CUENTA-ED ", en total "
004220             DIF-TOTAL-ED "."
004230     END-IF.
004240 4300-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------*
004280* 5000-GENERAR-CONTROL - CUENTA Y SUMA EL DETALLE DE UN    *
004290*                        LOTE DE ENTRADA Y LE AGREGA O     *
004300*                        REEMPLAZA EL REGISTRO DE CONTROL  *
004310*----------------------------------------------------------*
004320 5000-GENERAR-CONTROL.
004330     MOVE SPACE TO CTL-TIPO.
004340     PERFORM UNTIL CTL-TIPO-VALIDO
004350         DISPLAY "Tipo de lote (D=DESPACHO, T=TARJETAS, "
004360             "S=SUMANDOS): "
004370         ACCEPT CTL-TIPO
004380         IF NOT CTL-TIPO-VALIDO
004390             DISPLAY "Tipo invalido, use D, T o S."
004400         END-IF
004410     END-PERFORM.
004420     DISPLAY "Nombre del archivo (en blanco = el de siempre): ".
004430     ACCEPT CTL-NOMBRE-ARCH.
004440*    CADA TIPO LLEVA LA CAPACIDAD DE SU REGISTRO DE CONTROL.
004450     EVALUATE TRUE
004460         WHEN CTL-DESPACHO
004470             IF CTL-NOMBRE-ARCH = SPACES
004480                 MOVE "DESPACHO.DAT" TO CTL-NOMBRE-ARCH
004490             END-IF
004500             MOVE 9999 TO CTL-MAX-CUENTA
004510             MOVE 999999 TO CTL-MAX-TOTAL
004520         WHEN CTL-TARJETAS
004530             IF CTL-NOMBRE-ARCH = SPACES
004540                 MOVE "TARJETAS.DAT" TO CTL-NOMBRE-ARCH
004550             END-IF
004560             MOVE 9999 TO CTL-MAX-CUENTA
004570             MOVE 999999 TO CTL-MAX-TOTAL
004580         WHEN OTHER
004590             IF CTL-NOMBRE-ARCH = SPACES
004600                 MOVE "SUMANDOS.DAT" TO CTL-NOMBRE-ARCH
004610             END-IF
004620             MOVE 99999 TO CTL-MAX-CUENTA
004630             MOVE 9999999 TO CTL-MAX-TOTAL
004640     END-EVALUATE.
004650
004660     MOVE 0 TO CTL-RENGLON.
004670     MOVE 0 TO CTL-CUENTA.
004680     MOVE 0 TO CTL-TOTAL.
004690     MOVE 0 TO CTL-INVALIDOS.
004700     MOVE 0 TO CTL-PREVIOS.
004710     OPEN INPUT LOTEARCH.
004720     IF NOT FS-LOTEARCH-OK
004730         DISPLAY "No se pudo abrir el archivo "
004740             CTL-NOMBRE-ARCH
004750         GO TO 5000-EXIT
004760     END-IF.
004770     MOVE "N" TO SW-CTL-FIN.
004780     PERFORM UNTIL CTL-FIN
004790         READ LOTEARCH
004800             AT END
004810                 MOVE "S" TO SW-CTL-FIN
004820             NOT AT END
004830                 PERFORM 5100-CONTAR-RENGLON THRU 5100-EXIT
004840         END-READ
004850     END-PERFORM.
004860     CLOSE LOTEARCH.
004870
004880     DISPLAY "Renglones de detalle: " CTL-CUENTA.
004890     DISPLAY "Total de cantidades u horas: " CTL-TOTAL.
004900     DISPLAY "Renglones invalidos: " CTL-INVALIDOS.
004910     DISPLAY "Registros de control anteriores: " CTL-PREVIOS.
004920
004930*    UN LOTE CON RENGLONES INVALIDOS NO SE SELLA: EL REGISTRO
004940*    DE CONTROL DARIA POR BUENO UN RENGLON QUE NO LO ES.
004950     IF CTL-INVALIDOS > 0
004960         DISPLAY "El lote tiene renglones invalidos; corrijalos "
004970             "antes de generar el control."
004980         MOVE "RECHAZADO" TO CTL-ESTADO
004990         PERFORM 5300-REGISTRAR-BITACORA THRU 5300-EXIT
005000         GO TO 5000-EXIT
005010     END-IF.
005020     IF CTL-CUENTA = 0
005030         DISPLAY "El lote no tiene renglones de detalle."
005040         MOVE "RECHAZADO" TO CTL-ESTADO
005050         PERFORM 5300-REGISTRAR-BITACORA THRU 5300-EXIT
005060         GO TO 5000-EXIT
005070     END-IF.
005080     IF CTL-CUENTA > CTL-MAX-CUENTA
005090             OR CTL-TOTAL > CTL-MAX-TOTAL
005100         DISPLAY "La cuenta o el total exceden la capacidad "
005110             "del registro de control."
005120         MOVE "RECHAZADO" TO CTL-ESTADO
005130         PERFORM 5300-REGISTRAR-BITACORA THRU 5300-EXIT
005140         GO TO 5000-EXIT
005150     END-IF.
005160
005170     PERFORM 5200-REESCRIBIR-LOTE THRU 5200-EXIT.
005180     PERFORM 5300-REGISTRAR-BITACORA THRU 5300-EXIT.
005190 5000-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------*
005230* 5100-CONTAR-RENGLON - VALIDA UN RENGLON CON LA VISTA DE  *
005240*                       SU TIPO Y LO CUENTA COMO LO HACE   *
005250*                       EL PROGRAMA QUE LO CONSUME         *
005260*----------------------------------------------------------*
005270 5100-CONTAR-RENGLON.
005280     ADD 1 TO CTL-RENGLON.
005290*    EL REGISTRO DE CONTROL ANTERIOR NO SE CUENTA; SE
005300*    REEMPLAZA AL REESCRIBIR EL LOTE.
005310     IF LA-TR-MARCA = "*"
005320         ADD 1 TO CTL-PREVIOS
005330         GO TO 5100-EXIT
005340     END-IF.
005350     MOVE "S" TO SW-CTL-RENGLON.
005360     EVALUATE TRUE
005370         WHEN CTL-DESPACHO
005380             IF LA-DP-CODIGO = SPACES
005390                     OR LA-DP-CANTIDAD IS NOT NUMERIC
005400                 MOVE "N" TO SW-CTL-RENGLON
005410             ELSE
005420                 ADD LA-DP-CANTIDAD TO CTL-TOTAL
005430             END-IF
005440         WHEN CTL-TARJETAS
005450             IF LA-TJ-EMPLEADO-ID = SPACES
005460                     OR LA-TJ-HORAS IS NOT NUMERIC
005470                 MOVE "N" TO SW-CTL-RENGLON
005480             ELSE
005490                 ADD LA-TJ-HORAS TO CTL-TOTAL
005500             END-IF
005510         WHEN OTHER
005520*            MISMA PRUEBA QUE EL MODO POR LOTES DE SUMANDOS.
005530             MOVE 0 TO SM-LONGITUD
005540             INSPECT LA-DATOS(1:16) TALLYING SM-LONGITUD
005550                 FOR CHARACTERS BEFORE INITIAL SPACE
005560             IF SM-LONGITUD = 0 OR SM-LONGITUD > 4
005570                 MOVE "N" TO SW-CTL-RENGLON
005580             ELSE
005590                 MOVE LA-DATOS(1:SM-LONGITUD) TO SM-ENTRADA
005600                 INSPECT SM-ENTRADA
005610                     REPLACING LEADING SPACE BY ZERO
005620                 IF SM-ENTRADA IS NOT NUMERIC
005630                     MOVE "N" TO SW-CTL-RENGLON
005640                 ELSE
005650                     MOVE SM-ENTRADA TO VALOR-LEIDO
005660                     ADD VALOR-LEIDO TO CTL-TOTAL
005670                 END-IF
005680             END-IF
005690     END-EVALUATE.
005700     IF NOT CTL-RENGLON-VALIDO
005710         ADD 1 TO CTL-INVALIDOS
005720         DISPLAY "Renglon " CTL-RENGLON " no numerico: "
005730             LA-DATOS(1:40)
005740         GO TO 5100-EXIT
005750     END-IF.
005760     ADD 1 TO CTL-CUENTA.
005770 5100-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------*
005810* 5200-REESCRIBIR-LOTE - COPIA EL DETALLE A SUMATEMP.DAT   *
005820*                        SIN LOS REGISTROS DE CONTROL      *
005830*                        ANTERIORES, AGREGA EL NUEVO AL    *
005840*                        FINAL Y DEVUELVE LA COPIA AL LOTE *
005850*----------------------------------------------------------*
005860 5200-REESCRIBIR-LOTE.
005870     MOVE "ERROR" TO CTL-ESTADO.
005880     OPEN INPUT LOTEARCH.
005890     IF NOT FS-LOTEARCH-OK
005900         DISPLAY "No se pudo reabrir el archivo "
005910             CTL-NOMBRE-ARCH
005920         GO TO 5200-EXIT
005930     END-IF.
005940     OPEN OUTPUT LOTETEMP.
005950     IF NOT FS-LOTETEMP-OK
005960         DISPLAY "No se pudo crear el archivo de trabajo "
005970             "SUMATEMP.DAT."
005980         CLOSE LOTEARCH
005990         GO TO 5200-EXIT
006000     END-IF.
006010     MOVE "N" TO SW-CTL-FIN.
006020     PERFORM UNTIL CTL-FIN
006030         READ LOTEARCH
006040             AT END
006050                 MOVE "S" TO SW-CTL-FIN
006060             NOT AT END
006070                 IF LA-TR-MARCA NOT = "*"
006080                     MOVE LA-REGISTRO TO LT-REGISTRO
006090                     WRITE LT-REGISTRO
006100                 END-IF
006110         END-READ
006120     END-PERFORM.
006130     CLOSE LOTEARCH.
006140
006150     EVALUATE TRUE
006160         WHEN CTL-DESPACHO
006170             MOVE CTL-CUENTA TO CTL-DP-CUENTA
006180             MOVE CTL-TOTAL TO CTL-DP-TOTAL
006190             MOVE CTL-REG-DESPACHO TO LT-REGISTRO
006200         WHEN CTL-TARJETAS
006210             MOVE CTL-CUENTA TO CTL-TJ-CUENTA
006220             MOVE CTL-TOTAL TO CTL-TJ-TOTAL
006230             MOVE CTL-REG-TARJETAS TO LT-REGISTRO
006240         WHEN OTHER
006250             MOVE CTL-CUENTA TO CTL-SM-CUENTA
006260             MOVE CTL-TOTAL TO CTL-SM-TOTAL
006270             MOVE CTL-REG-SUMANDOS TO LT-REGISTRO
006280     END-EVALUATE.
006290     WRITE LT-REGISTRO.
006300     CLOSE LOTETEMP.
006310
006320     OPEN INPUT LOTETEMP.
006330     OPEN OUTPUT LOTEARCH.
006340     IF NOT FS-LOTEARCH-OK
006350         DISPLAY "No se pudo reescribir el archivo "
006360             CTL-NOMBRE-ARCH "; el lote sellado quedo en "
006370             "SUMATEMP.DAT."
006380         CLOSE LOTETEMP
006390         GO TO 5200-EXIT
006400     END-IF.
006410     MOVE "N" TO SW-CTL-FIN.
006420     PERFORM UNTIL CTL-FIN
006430         READ LOTETEMP
006440             AT END
006450                 MOVE "S" TO SW-CTL-FIN
006460             NOT AT END
006470                 MOVE LT-REGISTRO TO LA-REGISTRO
006480                 WRITE LA-REGISTRO
006490         END-READ
006500     END-PERFORM.
006510     CLOSE LOTETEMP.
006520     CLOSE LOTEARCH.
006530
006540     IF CTL-PREVIOS = 0
006550         MOVE "AGREGADO" TO CTL-ESTADO
006560         DISPLAY "Registro de control agregado a "
006570             CTL-NOMBRE-ARCH
006580     ELSE
006590         MOVE "REEMPLAZADO" TO CTL-ESTADO
006600         DISPLAY "Registro de control reemplazado en "
006610             CTL-NOMBRE-ARCH
006620     END-IF.
006630 5200-EXIT.
006640     EXIT.
006650
006660*----------------------------------------------------------*
006670* 5300-REGISTRAR-BITACORA - DEJA EN CTLLOTE.DAT EL LOTE    *
006680*                           CON SUS TOTALES, LA FECHA Y EL *
006690*                           OPERADOR                       *
006700*----------------------------------------------------------*
006710 5300-REGISTRAR-BITACORA.
006720     OPEN EXTEND CTLLOTE.
006730     IF NOT FS-CTLLOTE-OK
006740         OPEN OUTPUT CTLLOTE
006750     END-IF.
006760     MOVE SPACES TO CL-REGISTRO.
006770     ACCEPT CL-FECHA FROM DATE YYYYMMDD.
006780     ACCEPT CL-HORA FROM TIME.
006790*    EN UNA CORRIDA DIRECTA, SIN MENU UNIFICADO, NO HAY
006800*    OPERADOR EN SESION Y EL CAMPO QUEDA EN BLANCO.
006810     IF OPERADOR-ACTUAL NOT = LOW-VALUES
006820         MOVE OPERADOR-ACTUAL TO CL-OPERADOR
006830     END-IF.
006840     MOVE CTL-TIPO TO CL-TIPO.
006850     MOVE CTL-NOMBRE-ARCH TO CL-ARCHIVO.
006860     MOVE CTL-CUENTA TO CL-CUENTA.
006870     MOVE CTL-TOTAL TO CL-TOTAL.
006880     MOVE CTL-INVALIDOS TO CL-INVALIDOS.
006890     MOVE CTL-ESTADO TO CL-ESTADO.
006900     WRITE CL-REGISTRO.
006910     CLOSE CTLLOTE.
006920 5300-EXIT.
006930     EXIT.
