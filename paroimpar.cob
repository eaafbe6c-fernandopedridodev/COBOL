000030 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000040 INSTALLATION. DEPARTAMENTO DE NOMINA.
000050 DATE-WRITTEN. 2024-02-10.
000060 DATE-COMPILED. 2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORIAL DE MODIFICACIONES                              *
000090*----------------------------------------------------------*
000390*                  NUMERACION (FOLIOS DE DESPACHO, HOJAS   *
000400*                  DE CONTEO), QUE DELATAN UN DOCUMENTO    *
000410*                  PERDIDO O USADO DOS VECES.              *
000420* 2026-10-15  DSI  PARIMPAR SE CONVIERTE ADEMAS EN EL      *
000430*                  SERVICIO DE DIGITO VERIFICADOR (MODULO  *
000440*                  10 O 11 SEGUN DIGCTL.DAT) QUE INVOCAN   *
000450*                  LOS DEMAS PROGRAMAS: DGV-FUNCION G      *
000460*                  CALCULA Y AGREGA EL DIGITO A UN CODIGO  *
000470*                  BASE, V VALIDA UN CODIGO COMPLETO. SE   *
000480*                  AGREGAN AL MENU EL CALCULO Y LA         *
000490*                  VALIDACION DE UN CODIGO Y EL LISTADO DE *
000500*                  LOS CODIGOS DE PRODUCTO Y EMPLEADO      *
000510*                  VIGENTES CON SU DIGITO (DIGITOS.TXT,    *
000520*                  PASO DE LOTE DIGLISTADO). SALIR PASA A  *
000530*                  LA OPCION 6.                            *
000540*----------------------------------------------------------*
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT NUMEROS ASSIGN TO "NUMEROS.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-NUMEROS.
000610
000620     SELECT DIGCTL ASSIGN TO "DIGCTL.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-DIGCTL.
000650
000660     SELECT DIGLIST ASSIGN TO "DIGITOS.TXT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-DIGLIST.
000690
000700     SELECT INVENTAR ASSIGN TO "INVMAST.DAT"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS IV-CODIGO
000740         FILE STATUS IS FS-INVENTAR.
000750
000760     SELECT NOMINA-ARCH ASSIGN TO "NOMINA.DAT"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS NO-EMPLEADO-ID
000800         FILE STATUS IS FS-NOMINA.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  NUMEROS
000850     LABEL RECORDS ARE STANDARD.
000860 01  NM-REGISTRO       PIC X(04).
000870
000880*----------------------------------------------------------*
000890* CONFIGURACION DEL DIGITO VERIFICADOR: MODULO (10 U 11) Y *
000900* SI LOS LECTORES DE LOTE RECHAZAN EL CODIGO QUE NO CUADRA *
000910* (S/N). SIN ARCHIVO: MODULO 10 Y SIN RECHAZO, MIENTRAS    *
000920* LOS CODIGOS VIGENTES NO SE REETIQUETEN.                  *
000930*----------------------------------------------------------*
000940 FD  DIGCTL
000950     LABEL RECORDS ARE STANDARD.
000960 01  DC-REGISTRO.
000970     05  DC-MODULO         PIC 9(2).
000980     05  FILLER            PIC X(1).
000990     05  DC-VALIDAR        PIC X(1).
001000
001010*----------------------------------------------------------*
001020* LISTADO DE LOS CODIGOS VIGENTES CON SU DIGITO            *
001030*----------------------------------------------------------*
001040 FD  DIGLIST
001050     LABEL RECORDS ARE STANDARD.
001060 01  DL-REGISTRO           PIC X(80).
001070
001080*----------------------------------------------------------*
001090* COPIA DEL REGISTRO DEL MAESTRO DE INVENTARIO             *
001100* (DEBE COINCIDIR CON EL FD DE SISTEMAINVENTARIO)          *
001110*----------------------------------------------------------*
001120 FD  INVENTAR
001130     LABEL RECORDS ARE STANDARD.
001140 01  IV-REGISTRO.
001150     05  IV-CODIGO         PIC X(10).
001160     05  IV-NOMBRE         PIC X(20).
001170     05  IV-PRECIO         PIC 9(5)V99.
001180     05  IV-CANTIDAD       PIC 9(3).
001190     05  IV-COD-PROVEEDOR  PIC X(06).
001200     05  IV-CANT-PRINCIPAL PIC 9(3).
001210     05  IV-CANT-ANEXO     PIC 9(3).
001220     05  IV-COSTO          PIC 9(5)V99.
001230     05  IV-CANT-RESERVADA PIC 9(3).
001240
001250*----------------------------------------------------------*
001260* COPIA DEL REGISTRO DEL MAESTRO DE NOMINA                 *
001270* (DEBE COINCIDIR CON EL FD DE SISTEMANOMINA)              *
001280*----------------------------------------------------------*
001290 FD  NOMINA-ARCH
001300     LABEL RECORDS ARE STANDARD.
001310 01  NO-REGISTRO.
001320     05  NO-EMPLEADO-ID    PIC X(6).
001330     05  NO-NOMBRE         PIC X(20).
001340     05  NO-HORAS-TRAB     PIC 9(3).
001350     05  NO-TARIFA-HORA    PIC 9(3)V99.
001360     05  NO-SALARIO-BRUTO  PIC 9(5)V99.
001370     05  NO-SALARIO-NETO   PIC 9(5)V99.
001380     05  NO-BRUTO-YTD      PIC 9(6)V99.
001390     05  NO-NETO-YTD       PIC 9(6)V99.
001400     05  NO-ESTADO         PIC X(1).
001410     05  NO-CUENTA         PIC X(12).
001420     05  NO-RUTA           PIC X(9).
001430     05  NO-DEDUCCION-REC  PIC 9(5)V99.
001440     05  NO-DEPARTAMENTO   PIC X(10).
001450     05  NO-VAC-TASA       PIC 9(2)V99.
001460     05  NO-VAC-TOMADAS    PIC 9(4)V99.
001470     05  NO-VAC-SALDO      PIC 9(4)V99.
001480     05  NO-VAC-PERIODO    PIC 9(3)V99.
001490     05  NO-COSTO-PATRONAL PIC 9(5)V99.
001500     05  NO-TIPO-PAGO      PIC X(1).
001510     05  NO-SALARIO-FIJO   PIC 9(5)V99.
001520     05  NO-PAGADO-PERIODO PIC X(1).
001530
001540 WORKING-STORAGE SECTION.
001550 01  NUMERO            PIC 9(4).
001560 01  NM-ENTRADA        PIC X(04) JUSTIFIED RIGHT.
001570 01  NM-LONGITUD       PIC 9(02) VALUE 0.
001580 01  RESTO             PIC 9.
001590 01  COCIENTE-DESCARTE PIC 9(4).
001600 01  OPCION            PIC 9 VALUE 0.
001610
001620 01  ENTRADA-NUMERO    PIC X(04) JUSTIFIED RIGHT.
001630 01  ENTRADA-VALIDA    PIC X(01) VALUE "N".
001640     88  ES-VALIDA               VALUE "S".
001650
001660 01  FS-NUMEROS        PIC X(02) VALUE "00".
001670     88  FS-OK                   VALUE "00".
001680     88  FS-FIN-ARCHIVO          VALUE "10".
001690
001700 01  SW-FIN-ARCHIVO    PIC X(01) VALUE "N".
001710     88  FIN-ARCHIVO             VALUE "S".
001720
001730 01  CONTADOR-PARES    PIC 9(5) VALUE 0.
001740 01  CONTADOR-IMPARES  PIC 9(5) VALUE 0.
001750
001760*----------------------------------------------------------*
001770* ESTADISTICAS DEL MODO POR LOTES                          *
001780*----------------------------------------------------------*
001790 01  VALOR-MINIMO      PIC 9(4) VALUE 9999.
001800 01  VALOR-MAXIMO     PIC 9(4) VALUE 0.
001810 01  SUMA-VALORES      PIC 9(9) VALUE 0.
001820 01  TOTAL-CLASIFICADOS PIC 9(5) VALUE 0.
001830 01  PROMEDIO-VALORES  PIC 9(4)V99 VALUE 0.
001840 01  PROMEDIO-ED       PIC ZZZ9.99.
001850 01  TABLA-RANGOS.
001860     05  RANGO-CONTADOR OCCURS 10 TIMES PIC 9(5).
001870 01  RANGO-INDICE      PIC 9(2) COMP.
001880 01  RANGO-LIM-INF     PIC 9(4).
001890 01  RANGO-LIM-SUP     PIC 9(4).
001900
001910*----------------------------------------------------------*
001920* DETECCION DE DUPLICADOS: APARICIONES DE CADA VALOR       *
001930* POSIBLE (0-9999)                                         *
001940*----------------------------------------------------------*
001950 01  TABLA-OCURRENCIAS.
001960     05  OCURRENCIA-NUM OCCURS 10000 TIMES PIC 9(4) COMP.
001970 01  OCU-INDICE        PIC 9(5) COMP.
001980 01  VALORES-DUPLICADOS PIC 9(5) VALUE 0.
001990 01  VALOR-REPETIDO    PIC 9(4).
002000
002010*----------------------------------------------------------*
002020* VERIFICACION OPCIONAL DE SERIE CONSECUTIVA               *
002030*----------------------------------------------------------*
002040 01  SW-VERIFICAR-SERIE PIC X(01) VALUE "N".
002050     88  VERIFICAR-SERIE          VALUE "S".
002060 01  SW-PRIMER-NUMERO  PIC X(01) VALUE "S".
002070     88  ES-PRIMER-NUMERO         VALUE "S".
002080 01  NUMERO-ANTERIOR   PIC 9(4) VALUE 0.
002090 01  SEC-VIOLACIONES   PIC 9(5) VALUE 0.
002100 01  SEC-HUECOS        PIC 9(5) VALUE 0.
002110 01  SEC-FALTANTES     PIC 9(6) VALUE 0.
002120 01  HUECO-DESDE       PIC 9(4).
002130 01  HUECO-HASTA       PIC 9(4).
002140
002150*----------------------------------------------------------*
002160* SERVICIO DE DIGITO VERIFICADOR PARA LOS DEMAS PROGRAMAS: *
002170* EL QUE LLAMA PONE LA FUNCION (G=GENERAR, V=VALIDAR) Y EL *
002180* CODIGO; ESTE PROGRAMA DEJA EL DIGITO, EL CODIGO COMPLETO *
002190* (EN G) Y EL RESULTADO (OK, ER=EL DIGITO NO CUADRA,       *
002200* IN=CODIGO VACIO O CON CARACTERES NO VALIDOS)             *
002210*----------------------------------------------------------*
002220 01  DGV-FUNCION       PIC X(01) EXTERNAL.
002230 01  DGV-CODIGO        PIC X(10) EXTERNAL.
002240 01  DGV-DIGITO        PIC X(01) EXTERNAL.
002250 01  DGV-RESULTADO     PIC X(02) EXTERNAL.
002260
002270*----------------------------------------------------------*
002280* PETICION DE FUNCION EN LOTE: EL MENU UNIFICADO PONE LA   *
002290* FUNCION Y SU PARAMETRO; ESTE PROGRAMA LA EJECUTA SIN     *
002300* MENU Y DEJA EL RESULTADO (OK/ER).                        *
002310*----------------------------------------------------------*
002320 01  LOTE-FUNCION      PIC X(12) EXTERNAL.
002330 01  LOTE-PARAMETRO    PIC X(10) EXTERNAL.
002340 01  LOTE-RESULTADO    PIC X(2) EXTERNAL.
002350
002360*----------------------------------------------------------*
002370* CALCULO DEL DIGITO VERIFICADOR: CADA CARACTER DEL CODIGO *
002380* VALE SU POSICION EN EL ALFABETO (0-9, A=10 ... Z=35)     *
002390*----------------------------------------------------------*
002400 01  FS-DIGCTL         PIC X(02) VALUE "00".
002410     88  FS-DIGCTL-OK            VALUE "00".
002420 01  SW-DIG-CONFIG     PIC X(01) VALUE "N".
002430     88  DIG-CONFIG-LEIDA        VALUE "S".
002440 01  DIG-MODULO        PIC 9(2) VALUE 10.
002450 01  SW-DIG-VALIDAR    PIC X(01) VALUE "N".
002460     88  DIG-VALIDAR-LOTES       VALUE "S".
002470 01  DIG-ALFABETO      PIC X(36) VALUE
002480         "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002490 01  DIG-ALFABETO-R REDEFINES DIG-ALFABETO.
002500     05  DIG-SIMBOLO OCCURS 36 TIMES PIC X(01).
002510 01  DIG-ENTRADA       PIC X(10).
002520 01  DIG-BASE          PIC X(10).
002530 01  DIG-LONGITUD      PIC 9(2) COMP.
002540 01  DIG-POSICION      PIC 9(2) COMP.
002550 01  DIG-PASO          PIC 9(2) COMP.
002560 01  DIG-SIMB-IDX      PIC 9(2) COMP.
002570 01  DIG-VALOR         PIC 9(2).
002580 01  DIG-PESO          PIC 9(1).
002590 01  DIG-PRODUCTO      PIC 9(3).
002600 01  DIG-DECENAS       PIC 9(2).
002610 01  DIG-UNIDADES      PIC 9(1).
002620 01  DIG-SUMA          PIC 9(5) VALUE 0.
002630 01  DIG-COCIENTE      PIC 9(5).
002640 01  DIG-RESTO         PIC 9(2).
002650 01  DIG-NUMERO        PIC 9(2).
002660 01  DIG-CALCULADO     PIC X(01).
002670 01  SW-DIG-HALLADO    PIC X(01) VALUE "N".
002680     88  DIG-HALLADO             VALUE "S".
002690 01  SW-DIG-BASE       PIC X(01) VALUE "S".
002700     88  DIG-BASE-VALIDA         VALUE "S".
002710
002720*----------------------------------------------------------*
002730* LISTADO DE DIGITOS DE LOS CODIGOS VIGENTES               *
002740*----------------------------------------------------------*
002750 01  FS-DIGLIST        PIC X(02) VALUE "00".
002760     88  FS-DIGLIST-OK           VALUE "00".
002770 01  FS-INVENTAR       PIC X(02) VALUE "00".
002780     88  FS-INVENTAR-OK          VALUE "00".
002790 01  FS-NOMINA         PIC X(02) VALUE "00".
002800     88  FS-NOMINA-OK            VALUE "00".
002810 01  DIG-TIPO          PIC X(9).
002820 01  DIG-NOMBRE        PIC X(20).
002830 01  DIG-ANCHO         PIC 9(2) COMP.
002840 01  DIG-FECHA         PIC 9(8).
002850 01  DIG-LISTADOS      PIC 9(5) VALUE 0.
002860 01  DIG-YA-VALIDOS    PIC 9(5) VALUE 0.
002870 01  DIG-SIN-ESPACIO   PIC 9(5) VALUE 0.
002880 01  DIG-INVALIDOS     PIC 9(5) VALUE 0.
002890 01  DIG-LINEA.
002900     05  DL-TIPO           PIC X(9).
002910     05  FILLER            PIC X(1) VALUE SPACE.
002920     05  DL-CODIGO         PIC X(10).
002930     05  FILLER            PIC X(1) VALUE SPACE.
002940     05  DL-NOMBRE         PIC X(20).
002950     05  FILLER            PIC X(2) VALUE SPACE.
002960     05  DL-DIGITO         PIC X(1).
002970     05  FILLER            PIC X(2) VALUE SPACE.
002980     05  DL-NUEVO          PIC X(10).
002990     05  FILLER            PIC X(1) VALUE SPACE.
003000     05  DL-OBSERVACION    PIC X(23).
003010
003020 PROCEDURE DIVISION.
003030*============================================================
003040* 0000-MAINLINE                                            *
003050*============================================================
003060 0000-MAINLINE.
003070*    INVOCADO POR OTRO PROGRAMA COMO SERVICIO DE DIGITO
003080*    VERIFICADOR: SE ATIENDE LA PETICION SIN MENU.
003090     IF DGV-FUNCION = "G" OR DGV-FUNCION = "V"
003100         PERFORM 6000-SERVICIO-DIGITO THRU 6000-EXIT
003110         MOVE SPACE TO DGV-FUNCION
003120         GOBACK
003130     END-IF.
003140*    INVOCADO EN LOTE DESDE EL MENU UNIFICADO.
003150     IF LOTE-FUNCION = "DIGLISTADO"
003160         PERFORM 7000-LISTADO-DIGITOS THRU 7000-EXIT
003170         GOBACK
003180     END-IF.
003190     MOVE 0 TO OPCION.
003200     PERFORM 2000-MENU THRU 2000-EXIT.
003210     DISPLAY "Gracias por usar el sistema.".
003220     GOBACK.
003230
003240*----------------------------------------------------------*
003250* 2000-MENU - CICLO PRINCIPAL DE OPCIONES                  *
003260*----------------------------------------------------------*
003270 2000-MENU.
003280     PERFORM UNTIL OPCION = 6
003290         DISPLAY "1. Clasificar un Numero"
003300         DISPLAY "2. Clasificar Numeros desde Archivo"
003310         DISPLAY "3. Calcular Digito Verificador"
003320         DISPLAY "4. Validar Codigo con Digito Verificador"
003330         DISPLAY "5. Listado de Digitos de Codigos Vigentes"
003340         DISPLAY "6. Salir"
003350         DISPLAY "Seleccione una opcion: "
003360         ACCEPT OPCION
003370
003380         EVALUATE OPCION
003390             WHEN 1
003400                 PERFORM 3000-MODO-INDIVIDUAL THRU 3000-EXIT
003410             WHEN 2
003420                 PERFORM 4000-MODO-LOTE THRU 4000-EXIT
003430             WHEN 3
003440                 PERFORM 5000-CALCULAR-INTERACTIVO
003450                     THRU 5000-EXIT
003460             WHEN 4
003470                 PERFORM 5100-VALIDAR-INTERACTIVO
003480                     THRU 5100-EXIT
003490             WHEN 5
003500                 PERFORM 7000-LISTADO-DIGITOS THRU 7000-EXIT
003510             WHEN 6
003520                 CONTINUE
003530             WHEN OTHER
003540                 DISPLAY "Opcion invalida, intente de nuevo."
003550         END-EVALUATE
003560     END-PERFORM.
003570 2000-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------*
003610* 1000-LEER-CONFIG - MODULO DEL DIGITO VERIFICADOR Y       *
003620*                    RECHAZO EN LOS LECTORES DE LOTE (SE   *
003630*                    LEE UNA SOLA VEZ POR CORRIDA)         *
003640*----------------------------------------------------------*
003650 1000-LEER-CONFIG.
003660     IF DIG-CONFIG-LEIDA
003670         GO TO 1000-EXIT
003680     END-IF.
003690     MOVE "S" TO SW-DIG-CONFIG.
003700     MOVE 10 TO DIG-MODULO.
003710     MOVE "N" TO SW-DIG-VALIDAR.
003720     OPEN INPUT DIGCTL.
003730     IF NOT FS-DIGCTL-OK
003740         GO TO 1000-EXIT
003750     END-IF.
003760     READ DIGCTL
003770         AT END
003780             CONTINUE
003790         NOT AT END
003800             IF DC-MODULO IS NUMERIC
003810                 IF DC-MODULO = 10 OR DC-MODULO = 11
003820                     MOVE DC-MODULO TO DIG-MODULO
003830                 END-IF
003840             END-IF
003850             IF DC-VALIDAR = "S"
003860                 MOVE "S" TO SW-DIG-VALIDAR
003870             END-IF
003880     END-READ.
003890     CLOSE DIGCTL.
003900 1000-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------*
003940* 3000-MODO-INDIVIDUAL - CLASIFICA UN NUMERO INGRESADO     *
003950*                        POR TECLADO, CON VALIDACION       *
003960*----------------------------------------------------------*
003970 3000-MODO-INDIVIDUAL.
003980     MOVE "N" TO ENTRADA-VALIDA.
003990     PERFORM UNTIL ES-VALIDA
004000         DISPLAY "Ingrese un numero (0-9999): "
004010         ACCEPT ENTRADA-NUMERO
004020         INSPECT ENTRADA-NUMERO REPLACING LEADING SPACE BY ZERO
004030         IF ENTRADA-NUMERO IS NUMERIC
004040             MOVE "S" TO ENTRADA-VALIDA
004050         ELSE
004060             DISPLAY "Entrada invalida, debe ser numerica."
004070         END-IF
004080     END-PERFORM.
004090     MOVE ENTRADA-NUMERO TO NUMERO.
004100     PERFORM 3100-CLASIFICAR.
004110 3000-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------*
004150* 3100-CLASIFICAR - DETERMINA PAR O IMPAR Y LO MUESTRA     *
004160*----------------------------------------------------------*
004170 3100-CLASIFICAR.
004180     DIVIDE NUMERO BY 2 GIVING COCIENTE-DESCARTE REMAINDER RESTO.
004190     IF RESTO = 0
004200         DISPLAY "El numero es par."
004210     ELSE
004220         DISPLAY "El numero es impar."
004230     END-IF.
004240
004250*----------------------------------------------------------*
004260* 4000-MODO-LOTE - CLASIFICA TODOS LOS NUMEROS DE UN       *
004270*                  ARCHIVO                                 *
004280*----------------------------------------------------------*
004290 4000-MODO-LOTE.
004300     MOVE "N" TO SW-FIN-ARCHIVO.
004310     MOVE 0 TO CONTADOR-PARES.
004320     MOVE 0 TO CONTADOR-IMPARES.
004330     MOVE 9999 TO VALOR-MINIMO.
004340     MOVE 0 TO VALOR-MAXIMO.
004350     MOVE 0 TO SUMA-VALORES.
004360     MOVE 0 TO TOTAL-CLASIFICADOS.
004370     MOVE ZEROS TO TABLA-RANGOS.
004380*    LOS CONTADORES SON COMP: SE LIMPIAN ELEMENTO POR
004390*    ELEMENTO, NO CON UN MOVE DE GRUPO ALFANUMERICO.
004400     PERFORM VARYING OCU-INDICE FROM 1 BY 1
004410             UNTIL OCU-INDICE > 10000
004420         MOVE 0 TO OCURRENCIA-NUM(OCU-INDICE)
004430     END-PERFORM.
004440     MOVE 0 TO SEC-VIOLACIONES.
004450     MOVE 0 TO SEC-HUECOS.
004460     MOVE 0 TO SEC-FALTANTES.
004470     MOVE "S" TO SW-PRIMER-NUMERO.
004480
004490*    LA VERIFICACION DE SERIE CONSECUTIVA ES OPCIONAL: SE
004500*    USA CUANDO EL ARCHIVO ES UNA NUMERACION DE FOLIOS.
004510     DISPLAY "Verificar el archivo como serie consecutiva? "
004520         "(S/N): ".
004530     ACCEPT SW-VERIFICAR-SERIE.
004540
004550     OPEN INPUT NUMEROS.
004560     IF NOT FS-OK
004570         DISPLAY "No se pudo abrir el archivo de numeros."
004580         GO TO 4000-EXIT
004590     END-IF.
004600
004610     PERFORM UNTIL FIN-ARCHIVO
004620         READ NUMEROS
004630             AT END
004640                 MOVE "S" TO SW-FIN-ARCHIVO
004650             NOT AT END
004660                 PERFORM 4100-PROCESAR-RENGLON THRU 4100-EXIT
004670         END-READ
004680     END-PERFORM.
004690     CLOSE NUMEROS.
004700
004710     DISPLAY "Total de pares: " CONTADOR-PARES.
004720     DISPLAY "Total de impares: " CONTADOR-IMPARES.
004730     IF TOTAL-CLASIFICADOS > 0
004740         PERFORM 4200-MOSTRAR-ESTADISTICAS THRU 4200-EXIT
004750         PERFORM 4400-REPORTAR-DUPLICADOS THRU 4400-EXIT
004760         IF VERIFICAR-SERIE
004770             PERFORM 4500-RESUMIR-SECUENCIA THRU 4500-EXIT
004780         END-IF
004790     END-IF.
004800 4000-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------*
004840* 4100-PROCESAR-RENGLON - VALIDA Y CLASIFICA UN RENGLON    *
004850*----------------------------------------------------------*
004860 4100-PROCESAR-RENGLON.
004870     MOVE 0 TO NM-LONGITUD.
004880     INSPECT NM-REGISTRO TALLYING NM-LONGITUD
004890         FOR CHARACTERS BEFORE INITIAL SPACE.
004900     IF NM-LONGITUD = 0
004910         DISPLAY "Renglon invalido, se omite: " NM-REGISTRO
004920         GO TO 4100-EXIT
004930     END-IF.
004940     MOVE NM-REGISTRO(1:NM-LONGITUD) TO NM-ENTRADA.
004950     INSPECT NM-ENTRADA REPLACING LEADING SPACE BY ZERO.
004960     IF NM-ENTRADA IS NOT NUMERIC
004970         DISPLAY "Renglon invalido, se omite: " NM-REGISTRO
004980         GO TO 4100-EXIT
004990     END-IF.
005000
005010     MOVE NM-ENTRADA TO NUMERO.
005020     DIVIDE NUMERO BY 2 GIVING COCIENTE-DESCARTE REMAINDER RESTO.
005030     IF RESTO = 0
005040         ADD 1 TO CONTADOR-PARES
005050         DISPLAY NM-REGISTRO " es par."
005060     ELSE
005070         ADD 1 TO CONTADOR-IMPARES
005080         DISPLAY NM-REGISTRO " es impar."
005090     END-IF.
005100
005110     ADD 1 TO TOTAL-CLASIFICADOS.
005120     ADD NUMERO TO SUMA-VALORES.
005130     IF NUMERO < VALOR-MINIMO
005140         MOVE NUMERO TO VALOR-MINIMO
005150     END-IF.
005160     IF NUMERO > VALOR-MAXIMO
005170         MOVE NUMERO TO VALOR-MAXIMO
005180     END-IF.
005190     COMPUTE RANGO-INDICE = (NUMERO / 1000) + 1.
005200     ADD 1 TO RANGO-CONTADOR(RANGO-INDICE).
005210
005220     COMPUTE OCU-INDICE = NUMERO + 1.
005230     ADD 1 TO OCURRENCIA-NUM(OCU-INDICE).
005240
005250     IF VERIFICAR-SERIE
005260         PERFORM 4300-VERIFICAR-SECUENCIA THRU 4300-EXIT
005270     END-IF.
005280 4100-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------*
005320* 4200-MOSTRAR-ESTADISTICAS - MINIMO, MAXIMO, PROMEDIO Y   *
005330*                             DISTRIBUCION POR RANGOS DEL  *
005340*                             LOTE CLASIFICADO             *
005350*----------------------------------------------------------*
005360 4200-MOSTRAR-ESTADISTICAS.
005370     COMPUTE PROMEDIO-VALORES ROUNDED =
005380             SUMA-VALORES / TOTAL-CLASIFICADOS.
005390     MOVE PROMEDIO-VALORES TO PROMEDIO-ED.
005400     DISPLAY "=== ESTADISTICAS DEL LOTE ===".
005410     DISPLAY "Valor minimo: " VALOR-MINIMO.
005420     DISPLAY "Valor maximo: " VALOR-MAXIMO.
005430     DISPLAY "Promedio: " PROMEDIO-ED.
005440     DISPLAY "Distribucion por rangos:".
005450     PERFORM VARYING RANGO-INDICE FROM 1 BY 1
005460             UNTIL RANGO-INDICE > 10
005470         COMPUTE RANGO-LIM-INF = (RANGO-INDICE - 1) * 1000
005480         COMPUTE RANGO-LIM-SUP = (RANGO-INDICE * 1000) - 1
005490         DISPLAY RANGO-LIM-INF "-" RANGO-LIM-SUP ": "
005500             RANGO-CONTADOR(RANGO-INDICE)
005510     END-PERFORM.
005520 4200-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------*
005560* 4300-VERIFICAR-SECUENCIA - COMPARA CADA NUMERO CONTRA EL *
005570*                            ANTERIOR: VIOLACIONES DE      *
005580*                            ORDEN Y HUECOS EN LA          *
005590*                            NUMERACION CONSECUTIVA        *
005600*----------------------------------------------------------*
005610 4300-VERIFICAR-SECUENCIA.
005620     IF ES-PRIMER-NUMERO
005630         MOVE "N" TO SW-PRIMER-NUMERO
005640         MOVE NUMERO TO NUMERO-ANTERIOR
005650         GO TO 4300-EXIT
005660     END-IF.
005670     IF NUMERO < NUMERO-ANTERIOR
005680         ADD 1 TO SEC-VIOLACIONES
005690         DISPLAY "Violacion de orden: " NUMERO
005700             " despues de " NUMERO-ANTERIOR "."
005710     END-IF.
005720     IF NUMERO > NUMERO-ANTERIOR
005730             AND NUMERO - NUMERO-ANTERIOR > 1
005740         ADD 1 TO SEC-HUECOS
005750         COMPUTE HUECO-DESDE = NUMERO-ANTERIOR + 1
005760         COMPUTE HUECO-HASTA = NUMERO - 1
005770         COMPUTE SEC-FALTANTES = SEC-FALTANTES
005780                 + NUMERO - NUMERO-ANTERIOR - 1
005790         DISPLAY "Hueco en la serie: faltan " HUECO-DESDE
005800             " a " HUECO-HASTA "."
005810     END-IF.
005820     MOVE NUMERO TO NUMERO-ANTERIOR.
005830 4300-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------*
005870* 4400-REPORTAR-DUPLICADOS - VALORES QUE APARECEN MAS DE   *
005880*                            UNA VEZ, CON SU NUMERO DE     *
005890*                            APARICIONES                   *
005900*----------------------------------------------------------*
005910 4400-REPORTAR-DUPLICADOS.
005920     MOVE 0 TO VALORES-DUPLICADOS.
005930     DISPLAY "=== VALORES DUPLICADOS ===".
005940     PERFORM VARYING OCU-INDICE FROM 1 BY 1
005950             UNTIL OCU-INDICE > 10000
005960         IF OCURRENCIA-NUM(OCU-INDICE) > 1
005970             ADD 1 TO VALORES-DUPLICADOS
005980             COMPUTE VALOR-REPETIDO = OCU-INDICE - 1
005990             DISPLAY VALOR-REPETIDO " aparece "
006000                 OCURRENCIA-NUM(OCU-INDICE) " veces."
006010         END-IF
006020     END-PERFORM.
006030     IF VALORES-DUPLICADOS = 0
006040         DISPLAY "Sin valores duplicados."
006050     ELSE
006060         DISPLAY "Valores duplicados distintos: "
006070             VALORES-DUPLICADOS
006080     END-IF.
006090 4400-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------*
006130* 4500-RESUMIR-SECUENCIA - TOTALES DE LA VERIFICACION DE   *
006140*                          SERIE CONSECUTIVA               *
006150*----------------------------------------------------------*
006160 4500-RESUMIR-SECUENCIA.
006170     DISPLAY "=== VERIFICACION DE SERIE ===".
006180     DISPLAY "Violaciones de orden: " SEC-VIOLACIONES.
006190     DISPLAY "Huecos en la serie: " SEC-HUECOS.
006200     DISPLAY "Numeros faltantes: " SEC-FALTANTES.
006210     IF SEC-VIOLACIONES = 0 AND SEC-HUECOS = 0
006220         DISPLAY "La serie es consecutiva y esta en orden."
006230     END-IF.
006240 4500-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------*
006280* 5000-CALCULAR-INTERACTIVO - DIGITO VERIFICADOR DE UN     *
006290*                             CODIGO BASE INGRESADO POR    *
006300*                             TECLADO                      *
006310*----------------------------------------------------------*
006320 5000-CALCULAR-INTERACTIVO.
006330     PERFORM 1000-LEER-CONFIG THRU 1000-EXIT.
006340     DISPLAY "Ingrese el codigo base (sin digito): ".
006350     ACCEPT DIG-ENTRADA.
006360     MOVE DIG-ENTRADA TO DIG-BASE.
006370     PERFORM 6050-MEDIR-BASE THRU 6050-EXIT.
006380     IF DIG-LONGITUD = 0
006390         DISPLAY "Codigo vacio o con espacios intermedios."
006400         GO TO 5000-EXIT
006410     END-IF.
006420     PERFORM 6100-CALCULAR-DIGITO THRU 6100-EXIT.
006430     IF NOT DIG-BASE-VALIDA
006440         DISPLAY "Codigo invalido: use solo digitos y letras "
006450             "mayusculas."
006460         GO TO 5000-EXIT
006470     END-IF.
006480     DISPLAY "Digito verificador (modulo " DIG-MODULO "): "
006490         DIG-CALCULADO.
006500     IF DIG-LONGITUD < 10
006510         MOVE DIG-CALCULADO TO DIG-BASE(DIG-LONGITUD + 1:1)
006520         DISPLAY "Codigo completo: " DIG-BASE
006530     ELSE
006540         DISPLAY "El codigo no tiene espacio para el digito."
006550     END-IF.
006560 5000-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------*
006600* 5100-VALIDAR-INTERACTIVO - COMPRUEBA EL DIGITO DE UN     *
006610*                            CODIGO COMPLETO INGRESADO POR *
006620*                            TECLADO                       *
006630*----------------------------------------------------------*
006640 5100-VALIDAR-INTERACTIVO.
006650     PERFORM 1000-LEER-CONFIG THRU 1000-EXIT.
006660     DISPLAY "Ingrese el codigo completo (con digito): ".
006670     ACCEPT DIG-ENTRADA.
006680     MOVE DIG-ENTRADA TO DIG-BASE.
006690     PERFORM 6050-MEDIR-BASE THRU 6050-EXIT.
006700     IF DIG-LONGITUD < 2
006710         DISPLAY "El codigo debe traer la base y el digito."
006720         GO TO 5100-EXIT
006730     END-IF.
006740     SUBTRACT 1 FROM DIG-LONGITUD.
006750     PERFORM 6100-CALCULAR-DIGITO THRU 6100-EXIT.
006760     IF NOT DIG-BASE-VALIDA
006770         DISPLAY "Codigo invalido: use solo digitos y letras "
006780             "mayusculas."
006790         GO TO 5100-EXIT
006800     END-IF.
006810     IF DIG-ENTRADA(DIG-LONGITUD + 1:1) = DIG-CALCULADO
006820         DISPLAY "Codigo valido (modulo " DIG-MODULO ")."
006830     ELSE
006840         DISPLAY "Digito verificador incorrecto: se esperaba "
006850             DIG-CALCULADO "."
006860     END-IF.
006870 5100-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------*
006910* 6000-SERVICIO-DIGITO - ATIENDE LA PETICION DE OTRO       *
006920*                        PROGRAMA (DGV-FUNCION G O V)      *
006930*----------------------------------------------------------*
006940 6000-SERVICIO-DIGITO.
006950     PERFORM 1000-LEER-CONFIG THRU 1000-EXIT.
006960     MOVE SPACE TO DGV-DIGITO.
006970     MOVE "OK" TO DGV-RESULTADO.
006980*    MIENTRAS NO SE ACTIVE EL RECHAZO EN DIGCTL.DAT LOS
006990*    LECTORES DE LOTE ACEPTAN LOS CODIGOS SIN DIGITO.
007000     IF DGV-FUNCION = "V" AND NOT DIG-VALIDAR-LOTES
007010         GO TO 6000-EXIT
007020     END-IF.
007030     MOVE DGV-CODIGO TO DIG-BASE.
007040     PERFORM 6050-MEDIR-BASE THRU 6050-EXIT.
007050*    EN V EL ULTIMO CARACTER ES EL DIGITO Y EL RESTO LA BASE.
007060     IF DGV-FUNCION = "V"
007070         IF DIG-LONGITUD < 2
007080             MOVE "ER" TO DGV-RESULTADO
007090             GO TO 6000-EXIT
007100         END-IF
007110         SUBTRACT 1 FROM DIG-LONGITUD
007120     END-IF.
007130     IF DIG-LONGITUD = 0
007140         MOVE "IN" TO DGV-RESULTADO
007150         GO TO 6000-EXIT
007160     END-IF.
007170     PERFORM 6100-CALCULAR-DIGITO THRU 6100-EXIT.
007180     IF NOT DIG-BASE-VALIDA
007190         MOVE "IN" TO DGV-RESULTADO
007200         GO TO 6000-EXIT
007210     END-IF.
007220     MOVE DIG-CALCULADO TO DGV-DIGITO.
007230     IF DGV-FUNCION = "V"
007240         IF DGV-CODIGO(DIG-LONGITUD + 1:1) NOT = DIG-CALCULADO
007250             MOVE "ER" TO DGV-RESULTADO
007260         END-IF
007270         GO TO 6000-EXIT
007280     END-IF.
007290*    EN G EL DIGITO SE AGREGA AL FINAL DE LA BASE.
007300     IF DIG-LONGITUD < 10
007310         MOVE DIG-CALCULADO TO DGV-CODIGO(DIG-LONGITUD + 1:1)
007320     ELSE
007330         MOVE "IN" TO DGV-RESULTADO
007340     END-IF.
007350 6000-EXIT.
007360     EXIT.
007370
007380*----------------------------------------------------------*
007390* 6050-MEDIR-BASE - LONGITUD DEL CODIGO EN DIG-BASE; UN    *
007400*                   CODIGO CON ESPACIOS INTERMEDIOS QUEDA  *
007410*                   EN CERO (NO ES VALIDO)                 *
007420*----------------------------------------------------------*
007430 6050-MEDIR-BASE.
007440     MOVE 0 TO DIG-LONGITUD.
007450     INSPECT DIG-BASE TALLYING DIG-LONGITUD
007460         FOR CHARACTERS BEFORE INITIAL SPACE.
007470     IF DIG-LONGITUD > 0 AND DIG-LONGITUD < 10
007480         IF DIG-BASE(DIG-LONGITUD + 1:) NOT = SPACES
007490             MOVE 0 TO DIG-LONGITUD
007500         END-IF
007510     END-IF.
007520 6050-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------*
007560* 6100-CALCULAR-DIGITO - DIGITO VERIFICADOR DE LOS PRIMEROS*
007570*                        DIG-LONGITUD CARACTERES DE        *
007580*                        DIG-BASE, RECORRIDOS DE DERECHA A *
007590*                        IZQUIERDA.                        *
007600*                        MODULO 10 (LUHN): LAS POSICIONES  *
007610*                        IMPARES VALEN DOBLE Y SE SUMAN    *
007620*                        LAS CIFRAS DE CADA PRODUCTO.      *
007630*                        MODULO 11: PESOS 2 A 7 CICLICOS;  *
007640*                        UN DIGITO 10 SE ESCRIBE "X".      *
007650*----------------------------------------------------------*
007660 6100-CALCULAR-DIGITO.
007670     MOVE "S" TO SW-DIG-BASE.
007680     MOVE SPACE TO DIG-CALCULADO.
007690     MOVE 0 TO DIG-SUMA.
007700     MOVE 0 TO DIG-PASO.
007710     PERFORM VARYING DIG-POSICION FROM DIG-LONGITUD BY -1
007720             UNTIL DIG-POSICION < 1 OR NOT DIG-BASE-VALIDA
007730         PERFORM 6110-SUMAR-POSICION THRU 6110-EXIT
007740     END-PERFORM.
007750     IF NOT DIG-BASE-VALIDA
007760         GO TO 6100-EXIT
007770     END-IF.
007780     DIVIDE DIG-SUMA BY DIG-MODULO GIVING DIG-COCIENTE
007790         REMAINDER DIG-RESTO.
007800     IF DIG-RESTO = 0
007810         MOVE 0 TO DIG-NUMERO
007820     ELSE
007830         COMPUTE DIG-NUMERO = DIG-MODULO - DIG-RESTO
007840     END-IF.
007850     IF DIG-NUMERO = 10
007860         MOVE "X" TO DIG-CALCULADO
007870     ELSE
007880         COMPUTE DIG-SIMB-IDX = DIG-NUMERO + 1
007890         MOVE DIG-SIMBOLO(DIG-SIMB-IDX) TO DIG-CALCULADO
007900     END-IF.
007910 6100-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------*
007950* 6110-SUMAR-POSICION - SUMA EL CARACTER DE DIG-POSICION   *
007960*                       CON SU PESO                        *
007970*----------------------------------------------------------*
007980 6110-SUMAR-POSICION.
007990     MOVE "N" TO SW-DIG-HALLADO.
008000     PERFORM VARYING DIG-SIMB-IDX FROM 1 BY 1
008010             UNTIL DIG-SIMB-IDX > 36 OR DIG-HALLADO
008020         IF DIG-SIMBOLO(DIG-SIMB-IDX)
008030                 = DIG-BASE(DIG-POSICION:1)
008040             MOVE "S" TO SW-DIG-HALLADO
008050         END-IF
008060     END-PERFORM.
008070     IF NOT DIG-HALLADO
008080         MOVE "N" TO SW-DIG-BASE
008090         GO TO 6110-EXIT
008100     END-IF.
008110*    EL CICLO AVANZA UNA VEZ MAS DESPUES DE HALLARLO.
008120     COMPUTE DIG-VALOR = DIG-SIMB-IDX - 2.
008130     ADD 1 TO DIG-PASO.
008140     IF DIG-MODULO = 11
008150         COMPUTE DIG-NUMERO = DIG-PASO - 1
008160         DIVIDE DIG-NUMERO BY 6 GIVING DIG-COCIENTE
008170             REMAINDER DIG-RESTO
008180         COMPUTE DIG-PESO = DIG-RESTO + 2
008190         COMPUTE DIG-PRODUCTO = DIG-VALOR * DIG-PESO
008200         ADD DIG-PRODUCTO TO DIG-SUMA
008210         GO TO 6110-EXIT
008220     END-IF.
008230*    MODULO 10: LA PARIDAD DE LA POSICION, CONTADA DESDE LA
008240*    DERECHA, DECIDE SI EL VALOR SE DUPLICA.
008250     DIVIDE DIG-PASO BY 2 GIVING DIG-COCIENTE
008260         REMAINDER DIG-RESTO.
008270     IF DIG-RESTO = 1
008280         MOVE 2 TO DIG-PESO
008290     ELSE
008300         MOVE 1 TO DIG-PESO
008310     END-IF.
008320     COMPUTE DIG-PRODUCTO = DIG-VALOR * DIG-PESO.
008330     DIVIDE DIG-PRODUCTO BY 10 GIVING DIG-DECENAS
008340         REMAINDER DIG-UNIDADES.
008350     ADD DIG-DECENAS DIG-UNIDADES TO DIG-SUMA.
008360 6110-EXIT.
008370     EXIT.
008380
008390*----------------------------------------------------------*
008400* 7000-LISTADO-DIGITOS - LISTA LOS CODIGOS VIGENTES DE     *
008410*                        PRODUCTO Y EMPLEADO CON SU DIGITO *
008420*                        PARA PLANEAR EL REETIQUETADO      *
008430*----------------------------------------------------------*
008440 7000-LISTADO-DIGITOS.
008450     MOVE "ER" TO LOTE-RESULTADO.
008460     PERFORM 1000-LEER-CONFIG THRU 1000-EXIT.
008470     MOVE 0 TO DIG-LISTADOS.
008480     MOVE 0 TO DIG-YA-VALIDOS.
008490     MOVE 0 TO DIG-SIN-ESPACIO.
008500     MOVE 0 TO DIG-INVALIDOS.
008510     OPEN OUTPUT DIGLIST.
008520     IF NOT FS-DIGLIST-OK
008530         DISPLAY "No se pudo crear el listado DIGITOS.TXT."
008540         GO TO 7000-EXIT
008550     END-IF.
008560     ACCEPT DIG-FECHA FROM DATE YYYYMMDD.
008570     MOVE SPACES TO DL-REGISTRO.
008580     STRING "LISTADO DE DIGITOS VERIFICADORES - MODULO "
008590         DIG-MODULO "  FECHA " DIG-FECHA
008600         DELIMITED BY SIZE INTO DL-REGISTRO.
008610     WRITE DL-REGISTRO.
008620     MOVE SPACES TO DL-REGISTRO.
008630     WRITE DL-REGISTRO.
008640     MOVE SPACES TO DL-REGISTRO.
008650     STRING "TIPO      CODIGO     NOMBRE                "
008660         "D  NUEVO      OBSERVACION"
008670         DELIMITED BY SIZE INTO DL-REGISTRO.
008680     WRITE DL-REGISTRO.
008690     MOVE ALL "-" TO DL-REGISTRO.
008700     WRITE DL-REGISTRO.
008710
008720     OPEN INPUT INVENTAR.
008730     IF FS-INVENTAR-OK
008740         MOVE "N" TO SW-FIN-ARCHIVO
008750         PERFORM UNTIL FIN-ARCHIVO
008760             READ INVENTAR
008770                 AT END
008780                     MOVE "S" TO SW-FIN-ARCHIVO
008790                 NOT AT END
008800                     MOVE "PRODUCTO" TO DIG-TIPO
008810                     MOVE IV-CODIGO TO DIG-ENTRADA
008820                     MOVE IV-NOMBRE TO DIG-NOMBRE
008830                     MOVE 10 TO DIG-ANCHO
008840                     PERFORM 7100-LISTAR-CODIGO THRU 7100-EXIT
008850             END-READ
008860         END-PERFORM
008870         CLOSE INVENTAR
008880     ELSE
008890         DISPLAY "Sin maestro de inventario que listar."
008900     END-IF.
008910
008920     OPEN INPUT NOMINA-ARCH.
008930     IF FS-NOMINA-OK
008940         MOVE "N" TO SW-FIN-ARCHIVO
008950         PERFORM UNTIL FIN-ARCHIVO
008960             READ NOMINA-ARCH
008970                 AT END
008980                     MOVE "S" TO SW-FIN-ARCHIVO
008990                 NOT AT END
009000                     MOVE "EMPLEADO" TO DIG-TIPO
009010                     MOVE NO-EMPLEADO-ID TO DIG-ENTRADA
009020                     MOVE NO-NOMBRE TO DIG-NOMBRE
009030                     MOVE 6 TO DIG-ANCHO
009040                     PERFORM 7100-LISTAR-CODIGO THRU 7100-EXIT
009050             END-READ
009060         END-PERFORM
009070         CLOSE NOMINA-ARCH
009080     ELSE
009090         DISPLAY "Sin maestro de nomina que listar."
009100     END-IF.
009110
009120     MOVE ALL "-" TO DL-REGISTRO.
009130     WRITE DL-REGISTRO.
009140     MOVE SPACES TO DL-REGISTRO.
009150     STRING "CODIGOS LISTADOS: " DIG-LISTADOS
009160         "  YA PASAN LA VALIDACION: " DIG-YA-VALIDOS
009170         DELIMITED BY SIZE INTO DL-REGISTRO.
009180     WRITE DL-REGISTRO.
009190     MOVE SPACES TO DL-REGISTRO.
009200     STRING "SIN ESPACIO PARA EL DIGITO: " DIG-SIN-ESPACIO
009210         "  CARACTERES NO VALIDOS: " DIG-INVALIDOS
009220         DELIMITED BY SIZE INTO DL-REGISTRO.
009230     WRITE DL-REGISTRO.
009240     CLOSE DIGLIST.
009250
009260     DISPLAY "Codigos listados: " DIG-LISTADOS.
009270     DISPLAY "Ya pasan la validacion: " DIG-YA-VALIDOS.
009280     DISPLAY "Sin espacio para el digito: " DIG-SIN-ESPACIO.
009290     DISPLAY "Con caracteres no validos: " DIG-INVALIDOS.
009300     DISPLAY "Listado generado en DIGITOS.TXT.".
009310     MOVE "OK" TO LOTE-RESULTADO.
009320 7000-EXIT.
009330     EXIT.
009340
009350*----------------------------------------------------------*
009360* 7100-LISTAR-CODIGO - RENGLON DEL LISTADO PARA EL CODIGO  *
009370*                      EN DIG-ENTRADA                      *
009380*----------------------------------------------------------*
009390 7100-LISTAR-CODIGO.
009400     ADD 1 TO DIG-LISTADOS.
009410     MOVE SPACES TO DIG-LINEA.
009420     MOVE DIG-TIPO TO DL-TIPO.
009430     MOVE DIG-ENTRADA TO DL-CODIGO.
009440     MOVE DIG-NOMBRE TO DL-NOMBRE.
009450     MOVE DIG-ENTRADA TO DIG-BASE.
009460     PERFORM 6050-MEDIR-BASE THRU 6050-EXIT.
009470     IF DIG-LONGITUD = 0
009480         ADD 1 TO DIG-INVALIDOS
009490         MOVE "CARACTERES NO VALIDOS" TO DL-OBSERVACION
009500         GO TO 7100-ESCRIBIR
009510     END-IF.
009520
009530*    UN CODIGO CUYO ULTIMO CARACTER YA CUADRA COMO DIGITO
009540*    PASA LA VALIDACION SIN REETIQUETAR.
009550     IF DIG-LONGITUD > 1
009560         SUBTRACT 1 FROM DIG-LONGITUD
009570         PERFORM 6100-CALCULAR-DIGITO THRU 6100-EXIT
009580         IF DIG-BASE-VALIDA
009590                 AND DIG-ENTRADA(DIG-LONGITUD + 1:1)
009600                     = DIG-CALCULADO
009610             ADD 1 TO DIG-YA-VALIDOS
009620             MOVE DIG-CALCULADO TO DL-DIGITO
009630             MOVE DIG-ENTRADA TO DL-NUEVO
009640             MOVE "PASA LA VALIDACION" TO DL-OBSERVACION
009650             GO TO 7100-ESCRIBIR
009660         END-IF
009670         ADD 1 TO DIG-LONGITUD
009680     END-IF.
009690
009700     PERFORM 6100-CALCULAR-DIGITO THRU 6100-EXIT.
009710     IF NOT DIG-BASE-VALIDA
009720         ADD 1 TO DIG-INVALIDOS
009730         MOVE "CARACTERES NO VALIDOS" TO DL-OBSERVACION
009740         GO TO 7100-ESCRIBIR
009750     END-IF.
009760     MOVE DIG-CALCULADO TO DL-DIGITO.
009770     IF DIG-LONGITUD < DIG-ANCHO
009780         MOVE DIG-CALCULADO TO DIG-BASE(DIG-LONGITUD + 1:1)
009790         MOVE DIG-BASE TO DL-NUEVO
009800     ELSE
009810         ADD 1 TO DIG-SIN-ESPACIO
009820         MOVE "SIN ESPACIO PARA DIGITO" TO DL-OBSERVACION
009830     END-IF.
009840 7100-ESCRIBIR.
009850     MOVE DIG-LINEA TO DL-REGISTRO.
009860     WRITE DL-REGISTRO.
009870 7100-EXIT.
009880     EXIT.
