000030 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000040 INSTALLATION. DEPARTAMENTO DE NOMINA.
000050 DATE-WRITTEN. 2024-01-15.
000060 DATE-COMPILED. 2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORIAL DE MODIFICACIONES                              *
000090*----------------------------------------------------------*
001770*                  LOTE ANTES DE POSTEAR Y UN LOTE FUERA   *
001780*                  DE BALANCE SE RECHAZA COMPLETO A LA     *
001790*                  BITACORA DE EXCEPCIONES.                *
001800* 2026-10-15  DSI  LOS CAMBIOS DE TARIFA Y DE SALARIO FIJO *
001810*                  LLEVAN FECHA EFECTIVA Y SE GUARDAN EN   *
001820*                  EL HISTORIAL TARIFAS.DAT. UN CAMBIO CON *
001830*                  FECHA EN PERIODOS YA CERRADOS CALCULA   *
001840*                  EL RETROACTIVO DE CADA PERIODO SOBRE    *
001850*                  LAS HORAS Y EL PAGO ARCHIVADOS EN       *
001860*                  REGISTRO.DAT Y LO DEJA PENDIENTE EN     *
001870*                  RETROACT.DAT; EL SIGUIENTE PROCESO DE   *
001880*                  TARJETAS LO PAGA COMO RENGLON APARTE    *
001890*                  DENTRO DEL BRUTO (CON TRAMOS, COSTO     *
001900*                  PATRONAL Y ACUMULADOS YTD), EL RECIBO Y *
001910*                  LA CONSTANCIA LO MUESTRAN Y EL CIERRE   *
001920*                  LO ARCHIVA EN SU PROPIA COLUMNA JUNTO   *
001930*                  CON LAS HORAS DEL PERIODO.              *
001940* 2026-10-15  DSI  SE AGREGA LA BAJA DE EMPLEADOS CON      *
001950*                  FINIQUITO: FECHA Y MOTIVO EN BAJAS.DAT, *
001960*                  PAGO DEL PERIODO PARCIAL, VACACIONES    *
001970*                  PENDIENTES A LA TARIFA VIGENTE,         *
001980*                  RETROACTIVOS PENDIENTES Y DEDUCCION     *
001990*                  RECURRENTE, CON TRAMOS Y COSTO          *
002000*                  PATRONAL; RECIBO FINAL FINnnnnnn.TXT,   *
002010*                  RENGLON EN TRANSFER.DAT Y EN            *
002020*                  REGISTRO.DAT (TIPO F). EL EMPLEADO      *
002030*                  QUEDA INACTIVO, NO PUEDE DARSE DE BAJA  *
002040*                  DOS VECES NI REACTIVARSE, Y EL CIERRE   *
002050*                  YA NO ARCHIVA A LOS INACTIVOS QUE NO    *
002060*                  COBRARON EN EL PERIODO.                 *
002070* 2026-10-15  DSI  ANULACION (SOLO SUPERVISOR) DEL PAGO DE *
002080*                  UN EMPLEADO EN UN PERIODO CERRADO:      *
002090*                  RENGLON INVERSO EN REGISTRO.DAT (TIPO   *
002100*                  A), REVERSO DE LOS ACUMULADOS YTD,      *
002110*                  DEVOLUCION DE LAS HORAS DE VACACIONES   *
002120*                  PAGADAS Y RENGLON DE REVERSO EN         *
002130*                  TRANSFER.DAT. EL PAGO CORREGIDO SE      *
002140*                  REEXPIDE FUERA DE CICLO (TIPO R). CADA  *
002150*                  ANULACION Y REEXPEDICION QUEDA EN LA    *
002160*                  BITACORA ANULAC.DAT CON OPERADOR, FECHA *
002170*                  Y MOTIVO; LA CONSTANCIA ANUAL Y LA      *
002180*                  CONCILIACION YTD NETEAN LOS TRES. LAS   *
002190*                  HORAS DE VACACIONES PAGADAS EN TARJETAS *
002200*                  SE ANOTAN EN VACPAGO.DAT Y EL CIERRE    *
002210*                  LAS ARCHIVA EN SU PROPIA COLUMNA.       *
002220* 2026-10-15  DSI  SE AGREGA LA CONVERSION DE MARCAS DEL   *
002230*                  RELOJ CHECADOR (MARCAS.DAT) A           *
002240*                  TARJETAS.DAT: APAREA ENTRADAS Y         *
002250*                  SALIDAS, CALCULA HORAS POR DIA Y POR    *
002260*                  SEMANA Y GRABA EL LOTE CON SU REGISTRO  *
002270*                  DE CONTROL. LOS DIAS CON MARCAS         *
002280*                  FALTANTES O TRASLAPADAS, LOS TURNOS     *
002290*                  MAYORES AL MAXIMO CAPTURADO Y LOS       *
002300*                  EMPLEADOS INEXISTENTES O INACTIVOS VAN  *
002310*                  A EXCEPCLOG.DAT. REPORTE DIARIO DE      *
002320*                  ASISTENCIA POR DEPARTAMENTO             *
002330*                  (ASISTENC.TXT). TAMBIEN COMO PASO DE    *
002340*                  LOTE NOMMARCAS.                         *
002350* 2026-10-15  DSI  EL CIERRE DE PERIODO GENERA LA POLIZA   *
002360*                  CONTABLE EN POLIZAS.DAT SEGUN EL        *
002370*                  CATALOGO CUENTAS.DAT: SUELDOS POR       *
002380*                  DEPARTAMENTO, CUOTAS PATRONALES,        *
002390*                  IMPUESTO, DEDUCCIONES Y DEDUCCION       *
002400*                  RECURRENTE POR PAGAR Y NETO A BANCOS,   *
002410*                  CON NUMERO DE POLIZA (POLIZCTL.DAT),    *
002420*                  PERIODO Y REGISTRO DE CONTROL. LA       *
002430*                  POLIZA SE ARMA Y CUADRA ANTES DE        *
002440*                  ARCHIVAR; SI NO CUADRA O FALTA UNA      *
002450*                  CUENTA EL PERIODO NO SE CIERRA. LAS     *
002460*                  RETENCIONES DEL CIERRE PASAN A          *
002470*                  8505-CALCULAR-RETENCIONES.              *
002480* 2026-10-15  DSI  LA DEDUCCION RECURRENTE SE ETIQUETA CON *
002490*                  SU TIPO (SINDICATO, PRESTAMO, EMBARGO,  *
002500*                  OTRO) Y SU BENEFICIARIO EN DEDBENEF.DAT *
002510*                  AL DAR DE ALTA O CORREGIR LA DEDUCCION; *
002520*                  REGISTRO.DAT ARCHIVA AMBOS EN COLUMNAS  *
002530*                  NUEVAS AL FINAL. SE AGREGA EL REPORTE   *
002540*                  DE ENTEROS A TERCEROS DE UN PERIODO     *
002550*                  CERRADO (IMPUESTO, SEGURIDAD SOCIAL,    *
002560*                  CUOTAS PATRONALES Y DEDUCCIONES         *
002570*                  RECURRENTES POR BENEFICIARIO CON EL     *
002580*                  DETALLE POR EMPLEADO) EN ENTEROS.TXT Y  *
002590*                  EL ARCHIVO DE PAGOS PARA TESORERIA      *
002600*                  REMESA.DAT, CON LOS DATOS BANCARIOS DEL *
002610*                  CATALOGO BENEFIC.DAT.                   *
002620* 2026-10-15  DSI  AUDITORIA PREVIA AL CIERRE: COMPARA EL  *
002630*                  BRUTO, NETO Y HORAS DE CADA EMPLEADO    *
002640*                  ACTIVO CONTRA EL ULTIMO PERIODO CERRADO *
002650*                  Y SENALA CAMBIOS SOBRE EL PORCENTAJE    *
002660*                  DADO, NETO EN CERO, HORAS SOBRE EL      *
002670*                  MAXIMO, ASALARIADOS CON HORAS, POR HORA *
002680*                  SIN TARJETA Y PAGOS SIN CUENTA BANCARIA *
002690*                  (AUDITORIA.TXT). EL CIERRE NO PROCEDE   *
002700*                  CON OBSERVACIONES QUE UN SUPERVISOR NO  *
002710*                  HAYA RECONOCIDO; EL RECONOCIMIENTO QUEDA*
002720*                  EN AUDCIERRE.DAT.                       *
002730* 2026-10-15  DSI  EL ID DE UN EMPLEADO NUEVO LLEVA DIGITO *
002740*                  VERIFICADOR: EL ALTA TOMA UN ID BASE DE *
002750*                  HASTA 5 CARACTERES Y PARIMPAR LE AGREGA *
002760*                  EL DIGITO. LAS TARJETAS DE TIEMPO Y LA  *
002770*                  CONVERSION DE MARCAS RECHAZAN EL ID     *
002780*                  CUYO DIGITO NO CUADRA ANTES DE BUSCARLO *
002790*                  EN EL MAESTRO (EXCEPCLOG), CUANDO       *
002800*                  DIGCTL.DAT ACTIVA EL RECHAZO.           *
002810* 2026-10-15  DSI  LOS DEPOSITOS Y REVERSOS FUERA DE CICLO *
002820*                  (FINIQUITO, ANULACION Y REEXPEDICION)   *
002830*                  VAN A SU PROPIO ARCHIVO BANCARIO        *
002840*                  TRANSFOC.DAT, QUE LA GENERACION DE      *
002850*                  RECIBOS YA NO BORRA; EL CIERRE LO       *
002860*                  VACIA. CADA UNO DE ESOS PAGOS GENERA SU *
002870*                  PROPIA POLIZA CONTABLE CUADRADA (LA     *
002880*                  ANULACION COMO POLIZA INVERSA) Y NO SE  *
002890*                  ASIENTA SI NO CUADRA. EL CIERRE PASA    *
002900*                  LOS RETROACTIVOS CERRADOS AL HISTORICO  *
002910*                  RETROHIS.DAT Y SOLO CONSERVA EN         *
002920*                  RETROACT.DAT LOS PENDIENTES Y           *
002930*                  APLICADOS.                              *
002940
002950*----------------------------------------------------------*
002960 ENVIRONMENT DIVISION.
002970 INPUT-OUTPUT SECTION.
002980 FILE-CONTROL.
002990     SELECT NOMINA-ARCH ASSIGN TO "NOMINA.DAT"
003000         ORGANIZATION IS INDEXED
003010         ACCESS MODE IS DYNAMIC
003020         RECORD KEY IS NF-EMPLEADO-ID
003030         FILE STATUS IS FS-NOMINA.
003040
003050     SELECT RECIBOS ASSIGN TO "RECIBOS.TXT"
003060         ORGANIZATION IS LINE SEQUENTIAL
003070         FILE STATUS IS FS-RECIBOS.
003080
003090     SELECT TARJETAS ASSIGN TO "TARJETAS.DAT"
003100         ORGANIZATION IS LINE SEQUENTIAL
003110         FILE STATUS IS FS-TARJETAS.
003120
003130     SELECT REPNOMINA ASSIGN TO "REPNOMINA.TXT"
003140         ORGANIZATION IS LINE SEQUENTIAL
003150         FILE STATUS IS FS-REPNOMINA.
003160
003170     SELECT REGISTRO ASSIGN TO "REGISTRO.DAT"
003180         ORGANIZATION IS LINE SEQUENTIAL
003190         FILE STATUS IS FS-REGISTRO.
003200
003210     SELECT TRANSFER ASSIGN TO "TRANSFER.DAT"
003220         ORGANIZATION IS LINE SEQUENTIAL
003230         FILE STATUS IS FS-TRANSFER.
003240
003250     SELECT TRANSFOC ASSIGN TO "TRANSFOC.DAT"
003260         ORGANIZATION IS LINE SEQUENTIAL
003270         FILE STATUS IS FS-TRANSFOC.
003280
003290     SELECT EXCEPCION ASSIGN TO "EXCEPCLOG.DAT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003310         FILE STATUS IS FS-EXCEPCION.
003320
003330     SELECT CONSTANC ASSIGN TO "CONSTANC.TXT"
003340         ORGANIZATION IS LINE SEQUENTIAL
003350         FILE STATUS IS FS-CONSTANC.
003360
003370     SELECT PERNOM ASSIGN TO "PERNOM.DAT"
003380         ORGANIZATION IS LINE SEQUENTIAL
003390         FILE STATUS IS FS-PERNOM.
003400
003410     SELECT NOMVIEJO ASSIGN TO "NOMINA.DAT"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS FS-NOMVIEJO.
003440
003450     SELECT NOMCONV ASSIGN TO "NOMCONV.TMP"
003460         ORGANIZATION IS LINE SEQUENTIAL
003470         FILE STATUS IS FS-NOMCONV.
003480
003490     SELECT REPORTE ASSIGN TO REPORTE-NOMBRE
003500         ORGANIZATION IS LINE SEQUENTIAL
003510         FILE STATUS IS FS-REPORTE.
003520
003530     SELECT TARIFAS ASSIGN TO "TARIFAS.DAT"
003540         ORGANIZATION IS LINE SEQUENTIAL
003550         FILE STATUS IS FS-TARIFAS.
003560
003570     SELECT RETROACT ASSIGN TO "RETROACT.DAT"
003580         ORGANIZATION IS LINE SEQUENTIAL
003590         FILE STATUS IS FS-RETROACT.
003600
003610     SELECT RETROHIS ASSIGN TO "RETROHIS.DAT"
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS FS-RETROHIS.
003640
003650     SELECT BAJAS ASSIGN TO "BAJAS.DAT"
003660         ORGANIZATION IS LINE SEQUENTIAL
003670         FILE STATUS IS FS-BAJAS.
003680
003690     SELECT ANULAC ASSIGN TO "ANULAC.DAT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003710         FILE STATUS IS FS-ANULAC.
003720
003730     SELECT VACPAGO ASSIGN TO "VACPAGO.DAT"
003740         ORGANIZATION IS LINE SEQUENTIAL
003750         FILE STATUS IS FS-VACPAGO.
003760
003770     SELECT MARCAS ASSIGN TO "MARCAS.DAT"
003780         ORGANIZATION IS LINE SEQUENTIAL
003790         FILE STATUS IS FS-MARCAS.
003800
003810     SELECT CUENTAS ASSIGN TO "CUENTAS.DAT"
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS FS-CUENTAS.
003840
003850     SELECT POLIZAS ASSIGN TO "POLIZAS.DAT"
003860         ORGANIZATION IS LINE SEQUENTIAL
003870         FILE STATUS IS FS-POLIZAS.
003880
003890     SELECT POLIZCTL ASSIGN TO "POLIZCTL.DAT"
003900         ORGANIZATION IS LINE SEQUENTIAL
003910         FILE STATUS IS FS-POLIZCTL.
003920
003930     SELECT DEDBENEF ASSIGN TO "DEDBENEF.DAT"
003940         ORGANIZATION IS LINE SEQUENTIAL
003950         FILE STATUS IS FS-DEDBENEF.
003960
003970     SELECT BENEFIC ASSIGN TO "BENEFIC.DAT"
003980         ORGANIZATION IS LINE SEQUENTIAL
003990         FILE STATUS IS FS-BENEFIC.
004000
004010     SELECT REMESA ASSIGN TO "REMESA.DAT"
004020         ORGANIZATION IS LINE SEQUENTIAL
004030         FILE STATUS IS FS-REMESA.
004040
004050     SELECT AUDCIERRE ASSIGN TO "AUDCIERRE.DAT"
004060         ORGANIZATION IS LINE SEQUENTIAL
004070         FILE STATUS IS FS-AUDCIERRE.
004080
004090 DATA DIVISION.
004100 FILE SECTION.
004110 FD  NOMINA-ARCH
004120     LABEL RECORDS ARE STANDARD.
004130 01  NF-REGISTRO.
004140     05  NF-EMPLEADO-ID    PIC X(6).
004150     05  NF-NOMBRE         PIC X(20).
004160     05  NF-HORAS-TRAB     PIC 9(3).
004170     05  NF-TARIFA-HORA    PIC 9(3)V99.
004180     05  NF-SALARIO-BRUTO  PIC 9(5)V99.
004190     05  NF-SALARIO-NETO   PIC 9(5)V99.
004200     05  NF-BRUTO-YTD      PIC 9(6)V99.
004210     05  NF-NETO-YTD       PIC 9(6)V99.
004220     05  NF-ESTADO         PIC X(1).
004230         88  NF-ACTIVO               VALUE "A".
004240         88  NF-INACTIVO             VALUE "I".
004250     05  NF-CUENTA         PIC X(12).
004260     05  NF-RUTA           PIC X(9).
004270     05  NF-DEDUCCION-REC  PIC 9(5)V99.
004280     05  NF-DEPARTAMENTO   PIC X(10).
004290     05  NF-VAC-TASA       PIC 9(2)V99.
004300     05  NF-VAC-TOMADAS    PIC 9(4)V99.
004310     05  NF-VAC-SALDO      PIC 9(4)V99.
004320     05  NF-VAC-PERIODO    PIC 9(3)V99.
004330     05  NF-COSTO-PATRONAL PIC 9(5)V99.
004340     05  NF-TIPO-PAGO      PIC X(1).
004350         88  NF-POR-HORA             VALUE "H".
004360         88  NF-ASALARIADO           VALUE "S".
004370     05  NF-SALARIO-FIJO   PIC 9(5)V99.
004380*        CONMUTADOR DE CORRIDA: MARCA A QUIEN YA SE LE PAGO
004390*        EL PERIODO EN EL PROCESO DE TARJETAS.
004400     05  NF-PAGADO-PERIODO PIC X(1).
004410
004420 FD  RECIBOS
004430     LABEL RECORDS ARE STANDARD.
004440 01  RC-REGISTRO           PIC X(60).
004450
004460 FD  TARJETAS
004470     LABEL RECORDS ARE STANDARD.
004480 01  TJ-REGISTRO.
004490     05  TJ-DATOS.
004500         10  TJ-EMPLEADO-ID PIC X(6).
004510         10  TJ-HORAS       PIC 9(3).
004520         10  FILLER         PIC X(2).
004530*    EL REGISTRO DE CONTROL OPCIONAL LLEVA UN ASTERISCO,
004540*    LA CUENTA DECLARADA DE TARJETAS Y EL TOTAL DECLARADO
004550*    DE HORAS.
004560     05  TJ-VISTA-CONTROL REDEFINES TJ-DATOS.
004570         10  TJ-TR-MARCA    PIC X(1).
004580         10  TJ-TR-CUENTA   PIC 9(4).
004590         10  TJ-TR-TOTAL    PIC 9(6).
004600
004610 FD  REPNOMINA
004620     LABEL RECORDS ARE STANDARD.
004630 01  RN-REGISTRO           PIC X(72).
004640
004650 FD  REGISTRO
004660     LABEL RECORDS ARE STANDARD.
004670 01  RG-REGISTRO.
004680     05  RG-PERIODO        PIC X(6).
004690     05  FILLER            PIC X(1) VALUE SPACE.
004700     05  RG-EMPLEADO-ID    PIC X(6).
004710     05  FILLER            PIC X(1) VALUE SPACE.
004720     05  RG-BRUTO          PIC 9(5)V99.
004730     05  FILLER            PIC X(1) VALUE SPACE.
004740     05  RG-NETO           PIC 9(5)V99.
004750     05  FILLER            PIC X(1) VALUE SPACE.
004760     05  RG-IMPUESTO       PIC 9(5)V99.
004770     05  FILLER            PIC X(1) VALUE SPACE.
004780     05  RG-DEDUCCION      PIC 9(5)V99.
004790     05  FILLER            PIC X(1) VALUE SPACE.
004800     05  RG-DED-RECURR     PIC 9(5)V99.
004810     05  FILLER            PIC X(1) VALUE SPACE.
004820     05  RG-COSTO-PAT      PIC 9(5)V99.
004830*    HORAS DEL PERIODO Y PARTE RETROACTIVA INCLUIDA EN EL
004840*    BRUTO; LOS RENGLONES ANTERIORES LAS TRAEN EN BLANCO.
004850     05  FILLER            PIC X(1) VALUE SPACE.
004860     05  RG-HORAS          PIC 9(3).
004870     05  FILLER            PIC X(1) VALUE SPACE.
004880     05  RG-RETRO          PIC 9(5)V99.
004890*    TIPO DE RENGLON: N=NOMINA DEL PERIODO (EN BLANCO EN
004900*    LOS RENGLONES ANTERIORES), F=FINIQUITO, A=ANULACION
004910*    (IMPORTES DEL PAGO QUE REVIERTE), R=REEXPEDICION
004920*    FUERA DE CICLO.
004930     05  FILLER            PIC X(1) VALUE SPACE.
004940     05  RG-TIPO           PIC X(1).
004950         88  RG-NOMINA-REGULAR       VALUE "N" " ".
004960         88  RG-FINIQUITO            VALUE "F".
004970         88  RG-ANULACION            VALUE "A".
004980         88  RG-REEXPEDICION         VALUE "R".
004990*    HORAS DE VACACIONES PAGADAS EN EL PERIODO.
005000     05  FILLER            PIC X(1) VALUE SPACE.
005010     05  RG-VAC-HORAS      PIC 9(3)V99.
005020*    TIPO Y BENEFICIARIO DE LA DEDUCCION RECURRENTE AL
005030*    MOMENTO DEL PAGO; EN BLANCO EN LOS RENGLONES ANTERIORES.
005040     05  FILLER            PIC X(1) VALUE SPACE.
005050     05  RG-TIPO-DED       PIC X(1).
005060     05  FILLER            PIC X(1) VALUE SPACE.
005070     05  RG-BENEFICIARIO   PIC X(10).
005080
005090 FD  TRANSFER
005100     LABEL RECORDS ARE STANDARD.
005110 01  TR-REGISTRO.
005120     05  TR-EMPLEADO-ID    PIC X(6).
005130     05  FILLER            PIC X(1) VALUE SPACE.
005140     05  TR-CUENTA         PIC X(12).
005150     05  FILLER            PIC X(1) VALUE SPACE.
005160     05  TR-RUTA           PIC X(9).
005170     05  FILLER            PIC X(1) VALUE SPACE.
005180     05  TR-NETO           PIC 9(5)V99.
005190*    D=DEPOSITO (EN BLANCO EN LOS RENGLONES ANTERIORES),
005200*    R=REVERSO DE UN DEPOSITO ANULADO.
005210     05  FILLER            PIC X(1) VALUE SPACE.
005220     05  TR-TIPO           PIC X(1).
005230
005240*----------------------------------------------------------*
005250* DEPOSITOS Y REVERSOS FUERA DE CICLO (FINIQUITO,          *
005260* ANULACION Y REEXPEDICION), CON EL FORMATO DE TRANSFER.DAT*
005270*----------------------------------------------------------*
005280 FD  TRANSFOC
005290     LABEL RECORDS ARE STANDARD.
005300 01  TF-REGISTRO.
005310     05  TF-EMPLEADO-ID    PIC X(6).
005320     05  FILLER            PIC X(1) VALUE SPACE.
005330     05  TF-CUENTA         PIC X(12).
005340     05  FILLER            PIC X(1) VALUE SPACE.
005350     05  TF-RUTA           PIC X(9).
005360     05  FILLER            PIC X(1) VALUE SPACE.
005370     05  TF-NETO           PIC 9(5)V99.
005380     05  FILLER            PIC X(1) VALUE SPACE.
005390     05  TF-TIPO           PIC X(1).
005400
005410 FD  EXCEPCION
005420     LABEL RECORDS ARE STANDARD.
005430 01  EX-REGISTRO.
005440     05  EX-ORIGEN         PIC X(10).
005450     05  FILLER            PIC X(1) VALUE SPACE.
005460     05  EX-CODIGO         PIC X(10).
005470     05  FILLER            PIC X(1) VALUE SPACE.
005480     05  EX-MOTIVO         PIC X(30).
005490     05  FILLER            PIC X(1) VALUE SPACE.
005500     05  EX-OPERADOR       PIC X(8).
005510     05  FILLER            PIC X(1) VALUE SPACE.
005520     05  EX-FECHA          PIC 9(8).
005530     05  FILLER            PIC X(1) VALUE SPACE.
005540     05  EX-ESTADO         PIC X(1).
005550     05  FILLER            PIC X(1) VALUE SPACE.
005560     05  EX-FECHA-RES      PIC 9(8).
005570     05  FILLER            PIC X(1) VALUE SPACE.
005580     05  EX-NOTA           PIC X(20).
005590
005600 FD  CONSTANC
005610     LABEL RECORDS ARE STANDARD.
005620 01  CO-REGISTRO           PIC X(60).
005630
005640*----------------------------------------------------------*
005650* CALENDARIO DE PERIODOS DE NOMINA CERRADOS                *
005660*----------------------------------------------------------*
005670 FD  PERNOM
005680     LABEL RECORDS ARE STANDARD.
005690 01  PC-REGISTRO.
005700     05  PC-PERIODO        PIC X(6).
005710     05  FILLER            PIC X(1) VALUE SPACE.
005720     05  PC-FECHA-CIERRE   PIC 9(8).
005730     05  FILLER            PIC X(1) VALUE SPACE.
005740     05  PC-ESTADO         PIC X(1).
005750
005760*----------------------------------------------------------*
005770* FORMATO ANTERIOR DEL MAESTRO DE EMPLEADOS (SECUENCIAL),  *
005780* SOLO PARA LA CONVERSION AUTOMATICA AL FORMATO INDEXADO   *
005790*----------------------------------------------------------*
005800 FD  NOMVIEJO
005810     LABEL RECORDS ARE STANDARD.
005820 01  VJ-REGISTRO.
005830     05  VJ-EMPLEADO-ID    PIC X(6).
005840     05  VJ-NOMBRE         PIC X(20).
005850     05  VJ-HORAS-TRAB     PIC 9(3).
005860     05  VJ-TARIFA-HORA    PIC 9(3)V99.
005870     05  VJ-SALARIO-BRUTO  PIC 9(5)V99.
005880     05  VJ-SALARIO-NETO   PIC 9(5)V99.
005890     05  VJ-BRUTO-YTD      PIC 9(6)V99.
005900     05  VJ-NETO-YTD       PIC 9(6)V99.
005910     05  VJ-ESTADO         PIC X(1).
005920     05  VJ-CUENTA         PIC X(12).
005930     05  VJ-RUTA           PIC X(9).
005940     05  VJ-DEDUCCION-REC  PIC 9(5)V99.
005950     05  VJ-DEPARTAMENTO   PIC X(10).
005960     05  VJ-VAC-TASA       PIC 9(2)V99.
005970     05  VJ-VAC-TOMADAS    PIC 9(4)V99.
005980     05  VJ-VAC-SALDO      PIC 9(4)V99.
005990     05  VJ-VAC-PERIODO    PIC 9(3)V99.
006000     05  VJ-COSTO-PATRONAL PIC 9(5)V99.
006010     05  VJ-TIPO-PAGO      PIC X(1).
006020     05  VJ-SALARIO-FIJO   PIC 9(5)V99.
006030
006040 FD  NOMCONV
006050     LABEL RECORDS ARE STANDARD.
006060 01  CN-REGISTRO.
006070     05  CN-EMPLEADO-ID    PIC X(6).
006080     05  CN-NOMBRE         PIC X(20).
006090     05  CN-HORAS-TRAB     PIC 9(3).
006100     05  CN-TARIFA-HORA    PIC 9(3)V99.
006110     05  CN-SALARIO-BRUTO  PIC 9(5)V99.
006120     05  CN-SALARIO-NETO   PIC 9(5)V99.
006130     05  CN-BRUTO-YTD      PIC 9(6)V99.
006140     05  CN-NETO-YTD       PIC 9(6)V99.
006150     05  CN-ESTADO         PIC X(1).
006160     05  CN-CUENTA         PIC X(12).
006170     05  CN-RUTA           PIC X(9).
006180     05  CN-DEDUCCION-REC  PIC 9(5)V99.
006190     05  CN-DEPARTAMENTO   PIC X(10).
006200     05  CN-VAC-TASA       PIC 9(2)V99.
006210     05  CN-VAC-TOMADAS    PIC 9(4)V99.
006220     05  CN-VAC-SALDO      PIC 9(4)V99.
006230     05  CN-VAC-PERIODO    PIC 9(3)V99.
006240     05  CN-COSTO-PATRONAL PIC 9(5)V99.
006250     05  CN-TIPO-PAGO      PIC X(1).
006260     05  CN-SALARIO-FIJO   PIC 9(5)V99.
006270     05  CN-PAGADO-PERIODO PIC X(1).
006280
006290 FD  REPORTE
006300     LABEL RECORDS ARE STANDARD.
006310 01  RP-REGISTRO           PIC X(80).
006320
006330*----------------------------------------------------------*
006340* HISTORIAL DE CAMBIOS DE TARIFA Y SALARIO FIJO CON SU     *
006350* FECHA EFECTIVA                                           *
006360*----------------------------------------------------------*
006370 FD  TARIFAS
006380     LABEL RECORDS ARE STANDARD.
006390 01  TH-REGISTRO.
006400     05  TH-EMPLEADO-ID    PIC X(6).
006410     05  FILLER            PIC X(1) VALUE SPACE.
006420     05  TH-FECHA-EFECTIVA PIC 9(8).
006430     05  FILLER            PIC X(1) VALUE SPACE.
006440     05  TH-TIPO-PAGO      PIC X(1).
006450     05  FILLER            PIC X(1) VALUE SPACE.
006460     05  TH-TARIFA-ANT     PIC 9(3)V99.
006470     05  FILLER            PIC X(1) VALUE SPACE.
006480     05  TH-TARIFA         PIC 9(3)V99.
006490     05  FILLER            PIC X(1) VALUE SPACE.
006500     05  TH-FIJO-ANT       PIC 9(5)V99.
006510     05  FILLER            PIC X(1) VALUE SPACE.
006520     05  TH-FIJO           PIC 9(5)V99.
006530     05  FILLER            PIC X(1) VALUE SPACE.
006540     05  TH-OPERADOR       PIC X(8).
006550     05  FILLER            PIC X(1) VALUE SPACE.
006560     05  TH-FECHA-REG      PIC 9(8).
006570
006580*----------------------------------------------------------*
006590* RETROACTIVOS POR EMPLEADO Y PERIODO AFECTADO. ESTADO     *
006600* P=PENDIENTE, A=APLICADO EN EL PERIODO ABIERTO,           *
006610* C=CERRADO (ARCHIVADO EN EL PERIODO DE PAGO)              *
006620*----------------------------------------------------------*
006630 FD  RETROACT
006640     LABEL RECORDS ARE STANDARD.
006650 01  RT-REGISTRO.
006660     05  RT-EMPLEADO-ID    PIC X(6).
006670     05  FILLER            PIC X(1) VALUE SPACE.
006680     05  RT-PERIODO        PIC X(6).
006690     05  FILLER            PIC X(1) VALUE SPACE.
006700     05  RT-FECHA-EFECTIVA PIC 9(8).
006710     05  FILLER            PIC X(1) VALUE SPACE.
006720     05  RT-IMPORTE        PIC 9(5)V99.
006730     05  FILLER            PIC X(1) VALUE SPACE.
006740     05  RT-ESTADO         PIC X(1).
006750     05  FILLER            PIC X(1) VALUE SPACE.
006760     05  RT-PERIODO-PAGO   PIC X(6).
006770     05  FILLER            PIC X(1) VALUE SPACE.
006780     05  RT-OPERADOR       PIC X(8).
006790     05  FILLER            PIC X(1) VALUE SPACE.
006800     05  RT-FECHA          PIC 9(8).
006810
006820*----------------------------------------------------------*
006830* HISTORICO DE RETROACTIVOS CERRADOS, CON EL FORMATO DE    *
006840* RETROACT.DAT                                             *
006850*----------------------------------------------------------*
006860 FD  RETROHIS
006870     LABEL RECORDS ARE STANDARD.
006880 01  RH-REGISTRO           PIC X(57).
006890
006900*----------------------------------------------------------*
006910* BAJAS DE EMPLEADOS CON SU FINIQUITO                      *
006920*----------------------------------------------------------*
006930 FD  BAJAS
006940     LABEL RECORDS ARE STANDARD.
006950 01  BJ-REGISTRO.
006960     05  BJ-EMPLEADO-ID    PIC X(6).
006970     05  FILLER            PIC X(1) VALUE SPACE.
006980     05  BJ-FECHA-BAJA     PIC 9(8).
006990     05  FILLER            PIC X(1) VALUE SPACE.
007000     05  BJ-MOTIVO         PIC X(30).
007010     05  FILLER            PIC X(1) VALUE SPACE.
007020     05  BJ-BRUTO          PIC 9(5)V99.
007030     05  FILLER            PIC X(1) VALUE SPACE.
007040     05  BJ-NETO           PIC 9(5)V99.
007050     05  FILLER            PIC X(1) VALUE SPACE.
007060     05  BJ-VAC-HORAS      PIC 9(4)V99.
007070     05  FILLER            PIC X(1) VALUE SPACE.
007080     05  BJ-OPERADOR       PIC X(8).
007090     05  FILLER            PIC X(1) VALUE SPACE.
007100     05  BJ-FECHA-REG      PIC 9(8).
007110
007120*----------------------------------------------------------*
007130* BITACORA DE ANULACIONES (A) Y REEXPEDICIONES (R)         *
007140*----------------------------------------------------------*
007150 FD  ANULAC
007160     LABEL RECORDS ARE STANDARD.
007170 01  AL-REGISTRO.
007180     05  AL-ACCION         PIC X(1).
007190     05  FILLER            PIC X(1) VALUE SPACE.
007200     05  AL-EMPLEADO-ID    PIC X(6).
007210     05  FILLER            PIC X(1) VALUE SPACE.
007220     05  AL-PERIODO        PIC X(6).
007230     05  FILLER            PIC X(1) VALUE SPACE.
007240     05  AL-BRUTO          PIC 9(5)V99.
007250     05  FILLER            PIC X(1) VALUE SPACE.
007260     05  AL-NETO           PIC 9(5)V99.
007270     05  FILLER            PIC X(1) VALUE SPACE.
007280     05  AL-MOTIVO         PIC X(30).
007290     05  FILLER            PIC X(1) VALUE SPACE.
007300     05  AL-OPERADOR       PIC X(8).
007310     05  FILLER            PIC X(1) VALUE SPACE.
007320     05  AL-FECHA          PIC 9(8).
007330
007340*----------------------------------------------------------*
007350* HORAS DE VACACIONES PAGADAS EN EL PERIODO ABIERTO; EL    *
007360* CIERRE LAS ARCHIVA EN REGISTRO.DAT Y VACIA EL ARCHIVO    *
007370*----------------------------------------------------------*
007380 FD  VACPAGO
007390     LABEL RECORDS ARE STANDARD.
007400 01  VP-REGISTRO.
007410     05  VP-EMPLEADO-ID    PIC X(6).
007420     05  FILLER            PIC X(1) VALUE SPACE.
007430     05  VP-HORAS          PIC 9(3)V99.
007440
007450*----------------------------------------------------------*
007460* MARCAS DEL RELOJ CHECADOR: UNA POR ENTRADA (E) O SALIDA  *
007470* (S), ORDENADAS POR EMPLEADO Y FECHA                      *
007480*----------------------------------------------------------*
007490 FD  MARCAS
007500     LABEL RECORDS ARE STANDARD.
007510 01  MR-REGISTRO.
007520     05  MR-EMPLEADO-ID    PIC X(6).
007530     05  FILLER            PIC X(1).
007540     05  MR-FECHA          PIC 9(8).
007550     05  MR-FECHA-R REDEFINES MR-FECHA.
007560         10  MR-ANO        PIC 9(4).
007570         10  MR-MES        PIC 9(2).
007580         10  MR-DIA        PIC 9(2).
007590     05  FILLER            PIC X(1).
007600     05  MR-HORA           PIC 9(4).
007610     05  MR-HORA-R REDEFINES MR-HORA.
007620         10  MR-HH         PIC 9(2).
007630         10  MR-MM         PIC 9(2).
007640     05  FILLER            PIC X(1).
007650     05  MR-TIPO           PIC X(1).
007660
007670*----------------------------------------------------------*
007680* CATALOGO DE CUENTAS CONTABLES: CONCEPTO Y CLAVE (EL      *
007690* DEPARTAMENTO EN SUELDOS; EN BLANCO = CUENTA GENERAL DEL  *
007700* CONCEPTO) CON LA CUENTA A LA QUE SE ASIENTA              *
007710*----------------------------------------------------------*
007720 FD  CUENTAS
007730     LABEL RECORDS ARE STANDARD.
007740 01  CM-REGISTRO.
007750     05  CM-CONCEPTO       PIC X(10).
007760     05  FILLER            PIC X(1).
007770     05  CM-CLAVE          PIC X(10).
007780     05  FILLER            PIC X(1).
007790     05  CM-CUENTA         PIC X(12).
007800     05  FILLER            PIC X(1).
007810     05  CM-DESCRIPCION    PIC X(30).
007820
007830*----------------------------------------------------------*
007840* POLIZAS CONTABLES PARA LA INTERFAZ CON CONTABILIDAD: UN  *
007850* RENGLON (D) POR CUENTA Y UN REGISTRO DE CONTROL (T) POR  *
007860* POLIZA CON EL NUMERO DE RENGLONES Y LOS TOTALES          *
007870*----------------------------------------------------------*
007880 FD  POLIZAS
007890     LABEL RECORDS ARE STANDARD.
007900 01  PZ-REGISTRO.
007910     05  PZ-NUMERO         PIC 9(6).
007920     05  FILLER            PIC X(1) VALUE SPACE.
007930     05  PZ-TIPO           PIC X(1).
007940         88  PZ-DETALLE              VALUE "D".
007950         88  PZ-CONTROL              VALUE "T".
007960     05  FILLER            PIC X(1) VALUE SPACE.
007970     05  PZ-ORIGEN         PIC X(3).
007980     05  FILLER            PIC X(1) VALUE SPACE.
007990     05  PZ-PERIODO        PIC X(6).
008000     05  FILLER            PIC X(1) VALUE SPACE.
008010     05  PZ-FECHA          PIC 9(8).
008020     05  FILLER            PIC X(1) VALUE SPACE.
008030     05  PZ-DATOS.
008040         10  PZ-CUENTA     PIC X(12).
008050         10  FILLER        PIC X(1).
008060         10  PZ-CONCEPTO   PIC X(10).
008070         10  FILLER        PIC X(1).
008080         10  PZ-CLAVE      PIC X(10).
008090     05  PZ-VISTA-CONTROL REDEFINES PZ-DATOS.
008100         10  PZ-RENGLONES  PIC 9(4).
008110         10  FILLER        PIC X(30).
008120     05  FILLER            PIC X(1) VALUE SPACE.
008130     05  PZ-CARGO          PIC 9(9)V99.
008140     05  FILLER            PIC X(1) VALUE SPACE.
008150     05  PZ-ABONO          PIC 9(9)V99.
008160     05  FILLER            PIC X(1) VALUE SPACE.
008170     05  PZ-OPERADOR       PIC X(8).
008180
008190*----------------------------------------------------------*
008200* ULTIMO NUMERO DE POLIZA ASIGNADO (COMPARTIDO CON EL      *
008210* SISTEMA DE INVENTARIO)                                   *
008220*----------------------------------------------------------*
008230 FD  POLIZCTL
008240     LABEL RECORDS ARE STANDARD.
008250 01  PX-REGISTRO.
008260     05  PX-NUMERO         PIC 9(6).
008270
008280*----------------------------------------------------------*
008290* HISTORIAL DE ETIQUETAS DE LA DEDUCCION RECURRENTE: TIPO  *
008300* (S=SINDICATO, P=PRESTAMO, E=EMBARGO, O=OTRO) Y           *
008310* BENEFICIARIO; RIGE EL ULTIMO RENGLON DEL EMPLEADO        *
008320*----------------------------------------------------------*
008330 FD  DEDBENEF
008340     LABEL RECORDS ARE STANDARD.
008350 01  DB-REGISTRO.
008360     05  DB-EMPLEADO-ID    PIC X(6).
008370     05  FILLER            PIC X(1) VALUE SPACE.
008380     05  DB-TIPO           PIC X(1).
008390     05  FILLER            PIC X(1) VALUE SPACE.
008400     05  DB-BENEFICIARIO   PIC X(10).
008410     05  FILLER            PIC X(1) VALUE SPACE.
008420     05  DB-FECHA          PIC 9(8).
008430     05  FILLER            PIC X(1) VALUE SPACE.
008440     05  DB-OPERADOR       PIC X(8).
008450
008460*----------------------------------------------------------*
008470* CATALOGO DE BENEFICIARIOS DE LOS ENTEROS: LOS FIJOS      *
008480* FISCO, SEGSOCIAL Y CUOTAPAT MAS LOS TERCEROS DE LAS      *
008490* DEDUCCIONES RECURRENTES, CON SUS DATOS BANCARIOS         *
008500*----------------------------------------------------------*
008510 FD  BENEFIC
008520     LABEL RECORDS ARE STANDARD.
008530 01  BF-REGISTRO.
008540     05  BF-CODIGO         PIC X(10).
008550     05  FILLER            PIC X(1).
008560     05  BF-NOMBRE         PIC X(30).
008570     05  FILLER            PIC X(1).
008580     05  BF-CUENTA         PIC X(12).
008590     05  FILLER            PIC X(1).
008600     05  BF-RUTA           PIC X(9).
008610
008620*----------------------------------------------------------*
008630* ARCHIVO DE PAGOS A TERCEROS PARA TESORERIA: UN RENGLON   *
008640* POR BENEFICIARIO DEL PERIODO                             *
008650*----------------------------------------------------------*
008660 FD  REMESA
008670     LABEL RECORDS ARE STANDARD.
008680 01  RM-REGISTRO.
008690     05  RM-PERIODO        PIC X(6).
008700     05  FILLER            PIC X(1) VALUE SPACE.
008710     05  RM-BENEFICIARIO   PIC X(10).
008720     05  FILLER            PIC X(1) VALUE SPACE.
008730     05  RM-NOMBRE         PIC X(30).
008740     05  FILLER            PIC X(1) VALUE SPACE.
008750     05  RM-CUENTA         PIC X(12).
008760     05  FILLER            PIC X(1) VALUE SPACE.
008770     05  RM-RUTA           PIC X(9).
008780     05  FILLER            PIC X(1) VALUE SPACE.
008790     05  RM-IMPORTE        PIC 9(7)V99.
008800     05  FILLER            PIC X(1) VALUE SPACE.
008810     05  RM-EMPLEADOS      PIC 9(4).
008820     05  FILLER            PIC X(1) VALUE SPACE.
008830     05  RM-FECHA          PIC 9(8).
008840
008850*----------------------------------------------------------*
008860* RECONOCIMIENTOS DE LA AUDITORIA PREVIA AL CIERRE: QUIEN  *
008870* ACEPTO CUANTAS OBSERVACIONES DEL PERIODO Y CON QUE       *
008880* PARAMETROS                                               *
008890*----------------------------------------------------------*
008900 FD  AUDCIERRE
008910     LABEL RECORDS ARE STANDARD.
008920 01  AC-REGISTRO.
008930     05  AC-PERIODO        PIC X(6).
008940     05  FILLER            PIC X(1) VALUE SPACE.
008950     05  AC-FECHA          PIC 9(8).
008960     05  FILLER            PIC X(1) VALUE SPACE.
008970     05  AC-OPERADOR       PIC X(8).
008980     05  FILLER            PIC X(1) VALUE SPACE.
008990     05  AC-MARCAS         PIC 9(4).
009000     05  FILLER            PIC X(1) VALUE SPACE.
009010     05  AC-PORCENTAJE     PIC 9(3).
009020     05  FILLER            PIC X(1) VALUE SPACE.
009030     05  AC-MAX-HORAS      PIC 9(3).
009040
009050 WORKING-STORAGE SECTION.
009060*----------------------------------------------------------*
009070* CONSTANTES Y CONTADORES                                  *
009080*----------------------------------------------------------*
009090 01  HORAS-NORMALES     PIC 9(3) VALUE 40.
009100 01  FACTOR-EXTRA       PIC 9V9 VALUE 1.5.
009110
009120*----------------------------------------------------------*
009130* TABLA DE TRAMOS DE IMPUESTOS Y DEDUCCIONES POR SALARIO   *
009140* BRUTO. CADA TRAMO SE APLICA CUANDO EL BRUTO NO SUPERA EL *
009150* LIMITE DEL TRAMO. JUNTO A LAS TASAS RETENIDAS AL         *
009160* EMPLEADO VIAJAN LAS TASAS PATRONALES (CUOTA DE SEGURO    *
009170* SOCIAL Y SEGURO) QUE PAGA LA EMPRESA SOBRE EL MISMO      *
009180* BRUTO.                                                   *
009190*----------------------------------------------------------*
009200 01  TABLA-IMP-DATOS.
009210     05  FILLER PIC 9(7)V99 VALUE 1000.00.
009220     05  FILLER PIC 9V999   VALUE 0.100.
009230     05  FILLER PIC 9V999   VALUE 0.030.
009240     05  FILLER PIC 9V999   VALUE 0.050.
009250     05  FILLER PIC 9V999   VALUE 0.020.
009260     05  FILLER PIC 9(7)V99 VALUE 3000.00.
009270     05  FILLER PIC 9V999   VALUE 0.150.
009280     05  FILLER PIC 9V999   VALUE 0.050.
009290     05  FILLER PIC 9V999   VALUE 0.050.
009300     05  FILLER PIC 9V999   VALUE 0.020.
009310     05  FILLER PIC 9(7)V99 VALUE 6000.00.
009320     05  FILLER PIC 9V999   VALUE 0.200.
009330     05  FILLER PIC 9V999   VALUE 0.070.
009340     05  FILLER PIC 9V999   VALUE 0.050.
009350     05  FILLER PIC 9V999   VALUE 0.025.
009360     05  FILLER PIC 9(7)V99 VALUE 9999999.99.
009370     05  FILLER PIC 9V999   VALUE 0.280.
009380     05  FILLER PIC 9V999   VALUE 0.100.
009390     05  FILLER PIC 9V999   VALUE 0.050.
009400     05  FILLER PIC 9V999   VALUE 0.030.
009410 01  TABLA-IMPUESTOS REDEFINES TABLA-IMP-DATOS.
009420     05  TRAMO-IMPUESTO OCCURS 4 TIMES INDEXED BY TI-INDICE.
009430         10  TI-LIMITE      PIC 9(7)V99.
009440         10  TI-TASA-IMP    PIC 9V999.
009450         10  TI-TASA-DED    PIC 9V999.
009460         10  TI-TASA-PAT-SS PIC 9V999.
009470         10  TI-TASA-PAT-SEG PIC 9V999.
009480
009490 01  TASA-IMP-APLICADA  PIC 9V999 VALUE 0.
009500 01  TASA-DED-APLICADA  PIC 9V999 VALUE 0.
009510 01  TASA-PAT-SS-APL    PIC 9V999 VALUE 0.
009520 01  TASA-PAT-SEG-APL   PIC 9V999 VALUE 0.
009530 01  BRUTO-CONSULTA     PIC 9(5)V99 VALUE 0.
009540
009550 01  FS-NOMINA          PIC X(02) VALUE "00".
009560     88  FS-OK                    VALUE "00".
009570     88  FS-NO-EXISTE             VALUE "35".
009580     88  FS-DUPLICADO             VALUE "22".
009590     88  FS-FIN-ARCHIVO           VALUE "10".
009600     88  FS-LAYOUT-VIEJO          VALUE "39".
009610
009620 01  FS-NOMVIEJO        PIC X(02) VALUE "00".
009630     88  FS-NOMVIEJO-OK           VALUE "00".
009640
009650 01  FS-NOMCONV         PIC X(02) VALUE "00".
009660     88  FS-NOMCONV-OK            VALUE "00".
009670
009680 01  SW-INICIO-FALLIDO  PIC X(01) VALUE "N".
009690     88  INICIO-FALLIDO           VALUE "S".
009700
009710 01  CONTADOR-CONVERTIDOS PIC 9(05) VALUE 0.
009720
009730 01  SW-FIN-ARCHIVO     PIC X(01) VALUE "N".
009740     88  FIN-ARCHIVO              VALUE "S".
009750
009760 01  SW-FIN-NOMINA      PIC X(01) VALUE "N".
009770     88  FIN-NOMINA               VALUE "S".
009780
009790 01  FS-RECIBOS         PIC X(02) VALUE "00".
009800     88  FS-RECIBOS-OK            VALUE "00".
009810
009820 01  RC-IMPUESTO-MONTO  PIC 9(5)V99.
009830 01  RC-DEDUCCION-MONTO PIC 9(5)V99.
009840 01  NETO-TRAMOS        PIC 9(5)V99.
009850 01  DED-REC-APLICADA   PIC 9(5)V99.
009860 01  RC-BRUTO-ED        PIC ZZZZ9.99.
009870 01  RC-IMP-ED          PIC ZZZZ9.99.
009880 01  RC-DED-ED          PIC ZZZZ9.99.
009890 01  RC-REC-ED          PIC ZZZZ9.99.
009900 01  RC-NETO-ED         PIC ZZZZ9.99.
009910
009920 01  FS-TARJETAS        PIC X(02) VALUE "00".
009930     88  FS-TARJETAS-OK           VALUE "00".
009940     88  FS-TARJETAS-FIN          VALUE "10".
009950
009960 01  FS-REPNOMINA       PIC X(02) VALUE "00".
009970     88  FS-REPNOMINA-OK          VALUE "00".
009980
009990 01  FS-REGISTRO        PIC X(02) VALUE "00".
010000     88  FS-REGISTRO-OK           VALUE "00".
010010
010020 01  FS-TRANSFER        PIC X(02) VALUE "00".
010030     88  FS-TRANSFER-OK           VALUE "00".
010040
010050 01  FS-TRANSFOC        PIC X(02) VALUE "00".
010060     88  FS-TRANSFOC-OK           VALUE "00".
010070
010080 01  FS-EXCEPCION       PIC X(02) VALUE "00".
010090     88  FS-EXCEPCION-OK          VALUE "00".
010100
010110 01  SW-FIN-TARJETAS    PIC X(01) VALUE "N".
010120     88  FIN-TARJETAS             VALUE "S".
010130
010140 01  TC-CONTADOR-PROC   PIC 9(3) VALUE 0.
010150 01  TC-CONTADOR-ERROR  PIC 9(3) VALUE 0.
010160 01  TC-BRUTO-ED        PIC ZZZZ9.99.
010170 01  TC-NETO-ED         PIC ZZZZ9.99.
010180 01  TC-HORAS-ED        PIC ZZ9.
010190 01  TC-TARIFA-ED       PIC ZZ9.99.
010200
010210*----------------------------------------------------------*
010220* VARIABLES TEMPORALES                                     *
010230*----------------------------------------------------------*
010240 01  TEMP-EMPLEADO-ID    PIC X(6).
010250 01  TEMP-NOMBRE         PIC X(20).
010260 01  TEMP-HORAS          PIC 9(3).
010270 01  TEMP-TARIFA         PIC 9(3)V99.
010280 01  TEMP-BRUTO          PIC 9(5)V99.
010290 01  TEMP-NETO           PIC 9(5)V99.
010300 01  TEMP-HORAS-EXTRA    PIC 9(3).
010310 01  TEMP-COSTO-PAT      PIC 9(5)V99.
010320 01  OPCION              PIC 99 VALUE 0.
010330 01  OPCION-MANT         PIC 9 VALUE 0.
010340 01  TEMP-PERIODO        PIC X(6).
010350 01  TEMP-CUENTA         PIC X(12).
010360 01  TEMP-RUTA           PIC X(9).
010370 01  TEMP-DEDUCCION-REC  PIC 9(5)V99.
010380 01  TEMP-DEPARTAMENTO   PIC X(10).
010390 01  TEMP-VAC-TASA       PIC 9(2)V99.
010400 01  TEMP-TIPO-PAGO      PIC X(1).
010410 01  TEMP-SALARIO-FIJO   PIC 9(5)V99.
010420 01  TEMP-VAC-HORAS      PIC 9(3)V99.
010430 01  VAC-PAGO-PERIODO    PIC 9(5)V99.
010440 01  VAC-SALDO-ED        PIC ZZZ9.99.
010450 01  VAC-TOMADAS-ED      PIC ZZZ9.99.
010460 01  VAC-TASA-ED         PIC Z9.99.
010470 01  VAC-PENDIENTE-ED    PIC ZZ9.99.
010480
010490*----------------------------------------------------------*
010500* CAMPOS DE TRABAJO DE LA CONSTANCIA ANUAL DE PERCEPCIONES *
010510*----------------------------------------------------------*
010520 01  FS-CONSTANC         PIC X(02) VALUE "00".
010530     88  FS-CONSTANC-OK            VALUE "00".
010540 01  ANU-TABLA.
010550     05  ANU-RENGLON OCCURS 50 TIMES
010560             INDEXED BY ANU-IDX.
010570         10  ANU-ID         PIC X(6).
010580         10  ANU-PERIODOS   PIC 9(2).
010590         10  ANU-BRUTO      PIC 9(7)V99.
010600         10  ANU-IMPUESTO   PIC 9(7)V99.
010610         10  ANU-DEDUCCION  PIC 9(7)V99.
010620         10  ANU-DED-REC    PIC 9(7)V99.
010630         10  ANU-NETO       PIC 9(7)V99.
010640         10  ANU-RETRO      PIC 9(7)V99.
010650 01  ANU-CONTADOR        PIC 9(2) VALUE 0.
010660 01  ANU-OMITIDOS        PIC 9(3) VALUE 0.
010670 01  ANU-ANO             PIC X(4).
010680 01  ANU-HALLADO         PIC X(1) VALUE "N".
010690 01  ANU-NOMBRE          PIC X(20).
010700 01  ANU-BRUTO-ED        PIC ZZZZZZ9.99.
010710 01  ANU-IMP-ED          PIC ZZZZZZ9.99.
010720 01  ANU-DED-ED          PIC ZZZZZZ9.99.
010730 01  ANU-REC-ED          PIC ZZZZZZ9.99.
010740 01  ANU-NETO-ED         PIC ZZZZZZ9.99.
010750 01  ANU-RETRO-ED        PIC ZZZZZZ9.99.
010760
010770*----------------------------------------------------------*
010780* CAMPOS DE TRABAJO DEL CALENDARIO DE PERIODOS Y DE LA     *
010790* CONCILIACION YTD                                         *
010800*----------------------------------------------------------*
010810 01  FS-PERNOM           PIC X(02) VALUE "00".
010820     88  FS-PERNOM-OK              VALUE "00".
010830 01  SW-PERIODO-CERRADO  PIC X(1) VALUE "N".
010840     88  PERIODO-YA-CERRADO        VALUE "S".
010850 01  SW-HAY-CERRADO      PIC X(1) VALUE "N".
010860     88  HAY-PERIODO-CERRADO       VALUE "S".
010870 01  ULTIMO-CERRADO      PIC X(6) VALUE SPACES.
010880 01  PERIODO-ESPERADO    PIC X(6).
010890 01  PERIODO-ESPERADO-R REDEFINES PERIODO-ESPERADO.
010900     05  PES-ANO         PIC 9(4).
010910     05  PES-MES         PIC 9(2).
010920 01  TEMP-MES            PIC 9(2) VALUE 0.
010930 01  CIERRE-FECHA-HOY    PIC 9(8) VALUE 0.
010940 01  CONC-DIF-BRUTO      PIC S9(7)V99 VALUE 0.
010950 01  CONC-DIF-NETO       PIC S9(7)V99 VALUE 0.
010960 01  CONC-DIF-BRUTO-ED   PIC -ZZZZZZ9.99.
010970 01  CONC-DIF-NETO-ED    PIC -ZZZZZZ9.99.
010980 01  CONC-DESVIADOS      PIC 9(3) VALUE 0.
010990
011000*----------------------------------------------------------*
011010* CAMPOS DE TRABAJO DEL HISTORIAL DE TARIFAS Y DE LOS      *
011020* PAGOS RETROACTIVOS                                       *
011030*----------------------------------------------------------*
011040 01  FS-TARIFAS          PIC X(02) VALUE "00".
011050     88  FS-TARIFAS-OK             VALUE "00".
011060 01  FS-RETROACT         PIC X(02) VALUE "00".
011070     88  FS-RETROACT-OK            VALUE "00".
011080 01  RET-TABLA.
011090     05  RET-RENGLON OCCURS 300 TIMES
011100             INDEXED BY RET-IDX.
011110         10  RET-ID         PIC X(6).
011120         10  RET-PERIODO    PIC X(6).
011130         10  RET-FECHA-EFEC PIC 9(8).
011140         10  RET-IMPORTE    PIC 9(5)V99.
011150         10  RET-ESTADO     PIC X(1).
011160         10  RET-PERIODO-PAGO PIC X(6).
011170         10  RET-OPERADOR   PIC X(8).
011180         10  RET-FECHA      PIC 9(8).
011190 01  RET-CONTADOR        PIC 9(3) VALUE 0.
011200 01  RET-OMITIDOS        PIC 9(3) VALUE 0.
011210 01  FS-RETROHIS         PIC X(02) VALUE "00".
011220     88  FS-RETROHIS-OK            VALUE "00".
011230*    SOLO EL CIERRE PASA LOS RETROACTIVOS CERRADOS AL
011240*    HISTORICO AL REGRABAR RETROACT.DAT.
011250 01  SW-RETRO-DEPURAR    PIC X(1) VALUE "N".
011260     88  RETRO-DEPURAR             VALUE "S".
011270 01  RET-DEPURADOS       PIC 9(3) VALUE 0.
011280 01  RETRO-ESTADO-BUSCA  PIC X(1).
011290 01  RETRO-ESTADO-NUEVO  PIC X(1).
011300 01  RETRO-MONTO         PIC 9(5)V99 VALUE 0.
011310 01  RETRO-ED            PIC ZZZZ9.99.
011320 01  RETRO-TOTAL         PIC 9(6)V99 VALUE 0.
011330 01  RETRO-TOTAL-ED      PIC ZZZZZ9.99.
011340 01  RETRO-PERIODOS      PIC 9(3) VALUE 0.
011350 01  RETRO-HORAS         PIC 9(3) VALUE 0.
011360 01  RETRO-TARIFA        PIC 9(3)V99 VALUE 0.
011370 01  RETRO-BRUTO         PIC 9(5)V99 VALUE 0.
011380 01  RETRO-BRUTO-NUEVO   PIC 9(5)V99 VALUE 0.
011390 01  RETRO-DIFERENCIA    PIC S9(5)V99 VALUE 0.
011400 01  RETRO-DIAS          PIC 9(2) VALUE 0.
011410 01  TARIFA-ANTERIOR     PIC 9(3)V99 VALUE 0.
011420 01  FIJO-ANTERIOR       PIC 9(5)V99 VALUE 0.
011430 01  TIPO-ANTERIOR       PIC X(1).
011440 01  FECHA-HOY           PIC 9(8) VALUE 0.
011450 01  FECHA-EFECTIVA      PIC 9(8) VALUE 0.
011460 01  FECHA-EFECTIVA-R REDEFINES FECHA-EFECTIVA.
011470     05  FE-ANO          PIC 9(4).
011480     05  FE-MES          PIC 9(2).
011490     05  FE-DIA          PIC 9(2).
011500 01  PERIODO-EFECTIVO    PIC X(6).
011510
011520*----------------------------------------------------------*
011530* CAMPOS DE TRABAJO DE LA BAJA Y EL FINIQUITO              *
011540*----------------------------------------------------------*
011550 01  FS-BAJAS            PIC X(02) VALUE "00".
011560     88  FS-BAJAS-OK               VALUE "00".
011570 01  SW-BAJA-HALLADA     PIC X(1) VALUE "N".
011580     88  BAJA-HALLADA              VALUE "S".
011590*    HORAS MENSUALES DE REFERENCIA (40 X 52 / 12) PARA LA
011600*    TARIFA POR HORA EQUIVALENTE DE UN ASALARIADO.
011610 01  HORAS-MES-SALARIO   PIC 9(3)V99 VALUE 173.33.
011620 01  FIN-FECHA           PIC 9(8) VALUE 0.
011630 01  FIN-FECHA-R REDEFINES FIN-FECHA.
011640     05  FN-ANO          PIC 9(4).
011650     05  FN-MES          PIC 9(2).
011660     05  FN-DIA          PIC 9(2).
011670 01  FIN-PERIODO         PIC X(6).
011680 01  FIN-MOTIVO          PIC X(30).
011690 01  FIN-CONFIRMA        PIC X(1).
011700 01  FIN-HORAS           PIC 9(3) VALUE 0.
011710 01  FIN-DIAS            PIC 9(2) VALUE 0.
011720 01  FIN-PAGO-PERIODO    PIC 9(7)V99 VALUE 0.
011730 01  FIN-VAC-HORAS       PIC 9(4)V99 VALUE 0.
011740 01  FIN-TARIFA-VAC      PIC 9(3)V99 VALUE 0.
011750 01  FIN-VACACIONES      PIC 9(7)V99 VALUE 0.
011760 01  FIN-BRUTO-CALC      PIC 9(7)V99 VALUE 0.
011770 01  FIN-BRUTO           PIC 9(5)V99 VALUE 0.
011780 01  FIN-IMPUESTO        PIC 9(5)V99 VALUE 0.
011790 01  FIN-DEDUCCION       PIC 9(5)V99 VALUE 0.
011800 01  FIN-NETO            PIC 9(5)V99 VALUE 0.
011810 01  FIN-COSTO-PAT       PIC 9(5)V99 VALUE 0.
011820 01  FIN-NOMBRE-ARCH     PIC X(14).
011830 01  FIN-HORAS-ED        PIC ZZZ9.99.
011840
011850*----------------------------------------------------------*
011860* CAMPOS DE TRABAJO DE LA ANULACION Y LA REEXPEDICION, Y   *
011870* TABLA DE HORAS DE VACACIONES PAGADAS DEL PERIODO         *
011880*----------------------------------------------------------*
011890 01  FS-ANULAC           PIC X(02) VALUE "00".
011900     88  FS-ANULAC-OK              VALUE "00".
011910 01  FS-VACPAGO          PIC X(02) VALUE "00".
011920     88  FS-VACPAGO-OK             VALUE "00".
011930 01  ANL-PERIODO         PIC X(6).
011940 01  ANL-MOTIVO          PIC X(30).
011950 01  ANL-PAGOS           PIC 9(3) VALUE 0.
011960 01  ANL-ANULADOS        PIC 9(3) VALUE 0.
011970 01  ANL-TIPO            PIC X(1).
011980 01  ANL-BRUTO           PIC 9(5)V99 VALUE 0.
011990 01  ANL-NETO            PIC 9(5)V99 VALUE 0.
012000 01  ANL-IMPUESTO        PIC 9(5)V99 VALUE 0.
012010 01  ANL-DEDUCCION       PIC 9(5)V99 VALUE 0.
012020 01  ANL-DED-RECURR      PIC 9(5)V99 VALUE 0.
012030 01  ANL-COSTO-PAT       PIC 9(5)V99 VALUE 0.
012040 01  ANL-HORAS           PIC 9(3) VALUE 0.
012050 01  ANL-RETRO           PIC 9(5)V99 VALUE 0.
012060 01  ANL-VAC-HORAS       PIC 9(3)V99 VALUE 0.
012070 01  ANL-ACCION          PIC X(1).
012080 01  ANL-TIPO-DED        PIC X(1).
012090 01  ANL-BENEFICIARIO    PIC X(10).
012100 01  REX-HORAS           PIC 9(3) VALUE 0.
012110 01  REX-VAC-HORAS       PIC 9(3)V99 VALUE 0.
012120 01  REX-VACACIONES      PIC 9(5)V99 VALUE 0.
012130 01  REX-BRUTO-CALC      PIC 9(7)V99 VALUE 0.
012140 01  VAC-HORAS-PAGO      PIC 9(3)V99 VALUE 0.
012150 01  VPA-TABLA.
012160     05  VPA-RENGLON OCCURS 300 TIMES
012170             INDEXED BY VPA-IDX.
012180         10  VPA-ID         PIC X(6).
012190         10  VPA-HORAS      PIC 9(3)V99.
012200 01  VPA-CONTADOR        PIC 9(3) VALUE 0.
012210 01  VPA-OMITIDOS        PIC 9(3) VALUE 0.
012220 01  VPA-HALLADO         PIC X(1) VALUE "N".
012230 01  VPA-MONTO           PIC 9(3)V99 VALUE 0.
012240
012250*----------------------------------------------------------*
012260* CAMPOS DE TRABAJO DE LA CONVERSION DE MARCAS A TARJETAS  *
012270* Y TABLA DEL REPORTE DIARIO DE ASISTENCIA, ORDENADA POR   *
012280* FECHA Y DEPARTAMENTO                                     *
012290*----------------------------------------------------------*
012300 01  FS-MARCAS           PIC X(02) VALUE "00".
012310     88  FS-MARCAS-OK              VALUE "00".
012320 01  SW-FIN-MARCAS       PIC X(1) VALUE "N".
012330     88  FIN-MARCAS                VALUE "S".
012340 01  SW-MARCAS-HECHO     PIC X(1) VALUE "N".
012350     88  MARCAS-HECHO              VALUE "S".
012360 01  SW-MARCAS-ORDEN     PIC X(1) VALUE "S".
012370     88  MARCAS-EN-ORDEN           VALUE "S".
012380 01  SW-MAR-EMP-VALIDO   PIC X(1) VALUE "N".
012390     88  MAR-EMP-VALIDO            VALUE "S".
012400 01  SW-MAR-HAY-DIA      PIC X(1) VALUE "N".
012410     88  MAR-HAY-DIA               VALUE "S".
012420 01  SW-MAR-ABIERTA      PIC X(1) VALUE "N".
012430     88  MAR-ABIERTA               VALUE "S".
012440 01  SW-MAR-DIA-ERROR    PIC X(1) VALUE "N".
012450     88  MAR-DIA-ERROR             VALUE "S".
012460*    TURNO MAXIMO EN HORAS; 12 SI NO SE INDICA OTRO.
012470 01  MAR-MAX-HORAS       PIC 9(2) VALUE 12.
012480 01  MAR-MAX-MINUTOS     PIC 9(4) VALUE 0.
012490 01  MAR-LLAVE           PIC X(14).
012500 01  MAR-LLAVE-ANT       PIC X(14).
012510 01  MAR-EMPLEADO        PIC X(6).
012520 01  MAR-DEPARTAMENTO    PIC X(10).
012530 01  MAR-FECHA           PIC 9(8) VALUE 0.
012540 01  MAR-MINUTO          PIC 9(4) VALUE 0.
012550 01  MAR-ENTRADA         PIC 9(4) VALUE 0.
012560 01  MAR-ULTIMO          PIC 9(4) VALUE 0.
012570 01  MAR-TURNO           PIC 9(4) VALUE 0.
012580 01  MAR-DIA-MINUTOS     PIC 9(4) VALUE 0.
012590 01  MAR-EMP-MINUTOS     PIC 9(6) VALUE 0.
012600 01  MAR-EMP-DIAS        PIC 9(3) VALUE 0.
012610 01  MAR-HORAS           PIC 9(4) VALUE 0.
012620 01  MAR-MOTIVO          PIC X(21).
012630 01  MAR-LEIDAS          PIC 9(5) VALUE 0.
012640 01  MAR-INVALIDAS       PIC 9(5) VALUE 0.
012650 01  MAR-DIAS-OK         PIC 9(5) VALUE 0.
012660 01  MAR-DIAS-RECH       PIC 9(5) VALUE 0.
012670 01  MAR-EMP-RECH        PIC 9(5) VALUE 0.
012680 01  MAR-CUENTA          PIC 9(4) VALUE 0.
012690 01  MAR-TOTAL           PIC 9(6) VALUE 0.
012700 01  MAR-CONTADOR-ED     PIC ZZZZ9.
012710 01  ASI-TABLA.
012720     05  ASI-RENGLON OCCURS 200 TIMES
012730             INDEXED BY ASI-IDX.
012740         10  ASI-FECHA      PIC 9(8).
012750         10  ASI-DEPTO      PIC X(10).
012760         10  ASI-PRESENTES  PIC 9(3).
012770         10  ASI-MINUTOS    PIC 9(6).
012780         10  ASI-RECHAZOS   PIC 9(3).
012790 01  ASI-CONTADOR        PIC 9(3) VALUE 0.
012800 01  ASI-OMITIDOS        PIC 9(3) VALUE 0.
012810 01  ASI-HALLADO         PIC X(1) VALUE "N".
012820 01  ASI-POS             PIC 9(3) VALUE 0.
012830 01  ASI-MOV             PIC 9(3) VALUE 0.
012840 01  ASI-HORAS           PIC 9(5)V99 VALUE 0.
012850 01  ASI-TOT-PRESENTES   PIC 9(5) VALUE 0.
012860 01  ASI-TOT-MINUTOS     PIC 9(7) VALUE 0.
012870 01  ASI-TOT-RECHAZOS    PIC 9(5) VALUE 0.
012880 01  ASI-PRESENTES-ED    PIC ZZZZ9.
012890 01  ASI-HORAS-ED        PIC ZZZZ9.99.
012900 01  ASI-RECHAZOS-ED     PIC ZZZZ9.
012910
012920*----------------------------------------------------------*
012930* CAMPOS DE TRABAJO DE LA POLIZA CONTABLE DEL CIERRE:      *
012940* CATALOGO DE CUENTAS EN MEMORIA Y RENGLONES DE LA POLIZA  *
012950* ACUMULADOS POR CONCEPTO Y CLAVE                          *
012960*----------------------------------------------------------*
012970 01  FS-CUENTAS          PIC X(02) VALUE "00".
012980     88  FS-CUENTAS-OK             VALUE "00".
012990 01  FS-POLIZAS          PIC X(02) VALUE "00".
013000     88  FS-POLIZAS-OK             VALUE "00".
013010 01  FS-POLIZCTL         PIC X(02) VALUE "00".
013020     88  FS-POLIZCTL-OK            VALUE "00".
013030 01  SW-HAY-CUENTAS      PIC X(1) VALUE "N".
013040     88  HAY-CUENTAS               VALUE "S".
013050 01  SW-POLIZA-VALIDA    PIC X(1) VALUE "S".
013060     88  POLIZA-VALIDA             VALUE "S".
013070 01  CTA-TABLA.
013080     05  CTA-RENGLON OCCURS 100 TIMES
013090             INDEXED BY CTA-IDX.
013100         10  CTA-CONCEPTO   PIC X(10).
013110         10  CTA-CLAVE      PIC X(10).
013120         10  CTA-CUENTA     PIC X(12).
013130 01  CTA-CONTADOR        PIC 9(3) VALUE 0.
013140 01  CTA-OMITIDOS        PIC 9(3) VALUE 0.
013150 01  PLZ-TABLA.
013160     05  PLZ-RENGLON OCCURS 80 TIMES
013170             INDEXED BY PLZ-IDX.
013180         10  PLZ-CUENTA     PIC X(12).
013190         10  PLZ-CONCEPTO   PIC X(10).
013200         10  PLZ-CLAVE      PIC X(10).
013210         10  PLZ-CARGO      PIC 9(9)V99.
013220         10  PLZ-ABONO      PIC 9(9)V99.
013230 01  PLZ-CONTADOR        PIC 9(3) VALUE 0.
013240 01  PLZ-OMITIDOS        PIC 9(3) VALUE 0.
013250 01  PLZ-HALLADO         PIC X(1) VALUE "N".
013260 01  POL-CONCEPTO        PIC X(10).
013270 01  POL-CLAVE           PIC X(10).
013280 01  POL-CUENTA          PIC X(12).
013290 01  POL-CARGO           PIC 9(9)V99 VALUE 0.
013300 01  POL-ABONO           PIC 9(9)V99 VALUE 0.
013310*    DIFERENCIA POR REDONDEO QUE SE ACEPTA POR EMPLEADO
013320*    ENTRE EL BRUTO Y LA SUMA DE RETENCIONES Y NETO.
013330 01  POL-TOLERANCIA      PIC 9V99 VALUE 0.02.
013340 01  POL-DIFERENCIA      PIC S9(7)V99 VALUE 0.
013350 01  POL-TOTAL-CARGO     PIC 9(9)V99 VALUE 0.
013360 01  POL-TOTAL-ABONO     PIC 9(9)V99 VALUE 0.
013370 01  POL-NUMERO          PIC 9(6) VALUE 0.
013380 01  POL-RENGLONES       PIC 9(4) VALUE 0.
013390 01  POL-TOTAL-ED        PIC ZZZ,ZZZ,ZZ9.99.
013400*    IMPORTES DE UN PAGO FUERA DE CICLO PARA SU POLIZA; LA
013410*    ANULACION SE ASIENTA INVERSA.
013420 01  POL-FC-BRUTO        PIC 9(5)V99 VALUE 0.
013430 01  POL-FC-NETO         PIC 9(5)V99 VALUE 0.
013440 01  POL-FC-IMPUESTO     PIC 9(5)V99 VALUE 0.
013450 01  POL-FC-DEDUCCION    PIC 9(5)V99 VALUE 0.
013460 01  POL-FC-DED-RECURR   PIC 9(5)V99 VALUE 0.
013470 01  POL-FC-COSTO-PAT    PIC 9(5)V99 VALUE 0.
013480 01  POL-FC-TEMP         PIC 9(9)V99 VALUE 0.
013490 01  SW-POL-REVERSA      PIC X(1) VALUE "N".
013500     88  POL-REVERSA               VALUE "S".
013510
013520*----------------------------------------------------------*
013530* CAMPOS DE TRABAJO DE LA ETIQUETA DE LA DEDUCCION         *
013540* RECURRENTE Y DEL REPORTE DE ENTEROS A TERCEROS           *
013550*----------------------------------------------------------*
013560 01  FS-DEDBENEF         PIC X(02) VALUE "00".
013570     88  FS-DEDBENEF-OK            VALUE "00".
013580 01  FS-BENEFIC          PIC X(02) VALUE "00".
013590     88  FS-BENEFIC-OK             VALUE "00".
013600 01  FS-REMESA           PIC X(02) VALUE "00".
013610     88  FS-REMESA-OK              VALUE "00".
013620 01  BEN-EMPLEADO        PIC X(6).
013630 01  BEN-TIPO            PIC X(1).
013640     88  BEN-TIPO-VALIDO           VALUE "S" "P" "E" "O".
013650 01  BEN-CODIGO          PIC X(10).
013660 01  BNF-TABLA.
013670     05  BNF-RENGLON OCCURS 50 TIMES
013680             INDEXED BY BNF-IDX.
013690         10  BNF-CODIGO     PIC X(10).
013700         10  BNF-NOMBRE     PIC X(30).
013710         10  BNF-CUENTA     PIC X(12).
013720         10  BNF-RUTA       PIC X(9).
013730 01  BNF-CONTADOR        PIC 9(3) VALUE 0.
013740 01  BNF-OMITIDOS        PIC 9(3) VALUE 0.
013750 01  BNF-HALLADO         PIC X(1) VALUE "N".
013760 01  RMD-TABLA.
013770     05  RMD-RENGLON OCCURS 900 TIMES
013780             INDEXED BY RMD-IDX.
013790         10  RMD-BENEF      PIC X(10).
013800         10  RMD-EMPLEADO   PIC X(6).
013810         10  RMD-TIPO       PIC X(1).
013820         10  RMD-IMPORTE    PIC S9(7)V99.
013830 01  RMD-CONTADOR        PIC 9(3) VALUE 0.
013840 01  RMD-OMITIDOS        PIC 9(3) VALUE 0.
013850 01  RMD-HALLADO         PIC X(1) VALUE "N".
013860 01  RMD-POS             PIC 9(3) VALUE 0.
013870 01  RMD-MOV             PIC 9(3) VALUE 0.
013880 01  RMS-PERIODO         PIC X(6).
013890 01  RMS-BENEF           PIC X(10).
013900 01  RMS-BENEF-ANT       PIC X(10).
013910 01  RMS-TIPO            PIC X(1).
013920 01  RMS-MONTO           PIC 9(5)V99 VALUE 0.
013930 01  RMS-IMPORTE         PIC S9(7)V99 VALUE 0.
013940 01  RMS-SUBTOTAL        PIC S9(7)V99 VALUE 0.
013950 01  RMS-TOTAL           PIC S9(8)V99 VALUE 0.
013960 01  RMS-EMPLEADOS       PIC 9(4) VALUE 0.
013970 01  RMS-PAGOS           PIC 9(3) VALUE 0.
013980 01  RMS-NOMBRE          PIC X(30).
013990 01  RMS-CUENTA          PIC X(12).
014000 01  RMS-RUTA            PIC X(9).
014010 01  RMS-FECHA           PIC 9(8) VALUE 0.
014020 01  RMS-IMPORTE-ED      PIC -Z,ZZZ,ZZ9.99.
014030 01  RMS-TOTAL-ED        PIC -ZZ,ZZZ,ZZ9.99.
014040 01  RMS-EMPLEADOS-ED    PIC ZZZ9.
014050 01  RMS-DESCRIPCION     PIC X(12).
014060 01  SW-RMS-CERRADO      PIC X(1) VALUE "N".
014070     88  RMS-PERIODO-CERRADO       VALUE "S".
014080 01  SW-HAY-BENEFIC      PIC X(1) VALUE "N".
014090     88  HAY-BENEFIC               VALUE "S".
014100 01  SW-BEN-FIN          PIC X(1) VALUE "N".
014110     88  BEN-FIN                   VALUE "S".
014120
014130*----------------------------------------------------------*
014140* CAMPOS DE TRABAJO DE LA AUDITORIA PREVIA AL CIERRE       *
014150*----------------------------------------------------------*
014160 01  FS-AUDCIERRE        PIC X(02) VALUE "00".
014170     88  FS-AUDCIERRE-OK           VALUE "00".
014180 01  AUD-PORCENTAJE      PIC 9(3) VALUE 20.
014190 01  AUD-MAX-HORAS       PIC 9(3) VALUE 200.
014200 01  AUD-MARCAS          PIC 9(4) VALUE 0.
014210 01  AUD-REVISADOS       PIC 9(4) VALUE 0.
014220 01  AUD-MARCAS-ED       PIC ZZZ9.
014230 01  AUD-MOTIVO          PIC X(24).
014240 01  AUD-ACTUAL          PIC S9(6)V99 VALUE 0.
014250 01  AUD-ANTERIOR        PIC S9(6)V99 VALUE 0.
014260 01  AUD-DIFERENCIA      PIC S9(6)V99 VALUE 0.
014270 01  AUD-CAMBIO          PIC 9(5)V9 VALUE 0.
014280 01  AUD-ACTUAL-ED       PIC -ZZZ,ZZ9.99.
014290 01  AUD-ANTERIOR-ED     PIC -ZZZ,ZZ9.99.
014300 01  AUD-PORCENTAJE-ED   PIC ZZ9.
014310 01  AUD-CONCEPTO        PIC X(6).
014320 01  AUP-TABLA.
014330     05  AUP-RENGLON OCCURS 500 TIMES
014340             INDEXED BY AUP-IDX.
014350         10  AUP-EMPLEADO   PIC X(6).
014360         10  AUP-BRUTO      PIC S9(6)V99.
014370         10  AUP-NETO       PIC S9(6)V99.
014380         10  AUP-HORAS      PIC S9(4).
014390 01  AUP-CONTADOR        PIC 9(3) VALUE 0.
014400 01  AUP-OMITIDOS        PIC 9(3) VALUE 0.
014410 01  AUP-HALLADO         PIC X(1) VALUE "N".
014420 01  AUP-POS             PIC 9(3) VALUE 0.
014430 01  SW-AUD-INTERACTIVA  PIC X(1) VALUE "N".
014440     88  AUD-INTERACTIVA           VALUE "S".
014450 01  SW-AUD-RECONOCIDA   PIC X(1) VALUE "N".
014460     88  AUD-RECONOCIDA            VALUE "S".
014470
014480*----------------------------------------------------------*
014490* TABLA DE TRABAJO DEL REPORTE POR DEPARTAMENTO, LLENADA   *
014500* CON UNA PASADA SECUENCIAL DEL MAESTRO INDEXADO           *
014510*----------------------------------------------------------*
014520 01  DEP-TABLA.
014530     05  DEP-RENGLON OCCURS 50 TIMES
014540             INDEXED BY DEP-IDX.
014550         10  DEP-NOMBRE     PIC X(10).
014560         10  DEP-BRUTO      PIC 9(6)V99.
014570         10  DEP-PATRONAL   PIC 9(6)V99.
014580 01  DEP-CONTADOR        PIC 9(2) VALUE 0.
014590 01  DEP-OMITIDOS        PIC 9(3) VALUE 0.
014600 01  DEP-HALLADO         PIC X(1) VALUE "N".
014610 01  DEPTO-COSTO-TOTAL   PIC 9(7)V99.
014620 01  DEPTO-TOTAL-ED      PIC ZZZZZ9.99.
014630 01  DEPTO-PATRONAL-ED   PIC ZZZZZ9.99.
014640 01  DEPTO-COSTO-ED      PIC ZZZZZZ9.99.
014650 01  RG-IMPUESTO-CALC    PIC 9(5)V99.
014660 01  RG-DEDUCCION-CALC   PIC 9(5)V99.
014670
014680*----------------------------------------------------------*
014690* ID DEL OPERADOR DE LA SESION, LO ESTABLECE EL MENU       *
014700* UNIFICADO; EN CORRIDAS DIRECTAS QUEDA EN BLANCO.         *
014710*----------------------------------------------------------*
014720 01  OPERADOR-ACTUAL     PIC X(08) EXTERNAL.
014730
014740*----------------------------------------------------------*
014750* NIVEL DE PERMISOS DE LA SESION (1=OPERADOR,              *
014760* 2=SUPERVISOR), LO ESTABLECE EL MENU UNIFICADO; EN        *
014770* CORRIDAS DIRECTAS QUEDA SIN ESTABLECER Y NO RESTRINGE.   *
014780*----------------------------------------------------------*
014790 01  NIVEL-OPERADOR      PIC 9(1) EXTERNAL.
014800
014810*----------------------------------------------------------*
014820* PETICION DE FUNCION EN LOTE: EL MENU UNIFICADO PONE LA   *
014830* FUNCION Y SU PARAMETRO; ESTE PROGRAMA LA EJECUTA SIN     *
014840* MENU Y DEJA EL RESULTADO (OK/ER).                        *
014850*----------------------------------------------------------*
014860 01  LOTE-FUNCION        PIC X(12) EXTERNAL.
014870 01  LOTE-PARAMETRO      PIC X(10) EXTERNAL.
014880 01  LOTE-RESULTADO      PIC X(2) EXTERNAL.
014890
014900*----------------------------------------------------------*
014910* SERVICIO DE DIGITO VERIFICADOR (PARIMPAR): FUNCION G     *
014920* AGREGA EL DIGITO AL CODIGO BASE, V VALIDA UN CODIGO      *
014930* COMPLETO; RESULTADO OK, ER (NO CUADRA) O IN (INVALIDO).  *
014940*----------------------------------------------------------*
014950 01  DGV-FUNCION         PIC X(01) EXTERNAL.
014960 01  DGV-CODIGO          PIC X(10) EXTERNAL.
014970 01  DGV-DIGITO          PIC X(01) EXTERNAL.
014980 01  DGV-RESULTADO       PIC X(02) EXTERNAL.
014990
015000 01  SW-CIERRE-HECHO     PIC X(1) VALUE "N".
015010     88  CIERRE-HECHO              VALUE "S".
015020 01  SW-TARJETAS-HECHO   PIC X(1) VALUE "N".
015030     88  TARJETAS-HECHO            VALUE "S".
015040
015050*----------------------------------------------------------*
015060* CONTROL DE BALANCE DEL LOTE DE TARJETAS CONTRA SU        *
015070* REGISTRO DE CONTROL                                      *
015080*----------------------------------------------------------*
015090 01  SW-HAY-CONTROL      PIC X(01) VALUE "N".
015100     88  HAY-CONTROL               VALUE "S".
015110 01  SW-LOTE-BALANCEADO  PIC X(01) VALUE "S".
015120     88  LOTE-EN-BALANCE           VALUE "S".
015130 01  TJ-CUENTA-DECL      PIC 9(4) VALUE 0.
015140 01  TJ-TOTAL-DECL       PIC 9(6) VALUE 0.
015150 01  TJ-CUENTA-LOTE      PIC 9(4) VALUE 0.
015160 01  TJ-TOTAL-LOTE       PIC 9(6) VALUE 0.
015170 01  TJ-DIF-CUENTA       PIC S9(5) VALUE 0.
015180 01  TJ-DIF-TOTAL        PIC S9(7) VALUE 0.
015190 01  TJ-DIF-CUENTA-ED    PIC -ZZZ9.
015200 01  TJ-DIF-TOTAL-ED     PIC -ZZZZZ9.
015210
015220
015230*----------------------------------------------------------*
015240* CAMPOS DE TRABAJO DE LOS REPORTES DE IMPRESION (ARCHIVO  *
015250* DE IMAGEN DE IMPRESION CON ENCABEZADOS Y TOTALES)        *
015260*----------------------------------------------------------*
015270 01  FS-REPORTE         PIC X(02) VALUE "00".
015280     88  FS-REPORTE-OK            VALUE "00".
015290 01  SW-REPORTE-ABIERTO PIC X(1) VALUE "N".
015300     88  REPORTE-ABIERTO          VALUE "S".
015310 01  REPORTE-NOMBRE     PIC X(14).
015320 01  RP-TITULO          PIC X(40).
015330 01  RP-COLUMNAS        PIC X(60).
015340 01  RP-DETALLE         PIC X(80).
015350 01  RP-PAGINA          PIC 9(3) VALUE 0.
015360 01  RP-PAGINA-ED       PIC ZZ9.
015370 01  RP-LINEAS          PIC 9(2) VALUE 0.
015380 01  RP-FECHA           PIC 9(8) VALUE 0.
015390
015400 01  GT-BRUTO            PIC 9(8)V99 VALUE 0.
015410 01  GT-PATRONAL         PIC 9(8)V99 VALUE 0.
015420 01  GT-COSTO            PIC 9(8)V99 VALUE 0.
015430 01  GT-BRUTO-ED         PIC ZZ,ZZZ,ZZ9.99.
015440 01  GT-PATRONAL-ED      PIC ZZ,ZZZ,ZZ9.99.
015450 01  GT-COSTO-ED         PIC ZZ,ZZZ,ZZ9.99.
015460 01  SW-ACCESO-OK        PIC X(1) VALUE "S".
015470     88  ACCESO-PERMITIDO          VALUE "S".
015480
015490*----------------------------------------------------------*
015500* CAMPOS DE TRABAJO PARA LA VALIDACION DE CAPTURAS         *
015510* NUMERICAS ANTES DE USARLAS                               *
015520*----------------------------------------------------------*
015530 01  ENTRADA-CAPTURA     PIC X(08).
015540 01  ENTRADA-VALIDA      PIC X(01) VALUE "N".
015550     88  ES-VALIDA                 VALUE "S".
015560 01  CAPTURA-PARTE-ENT   PIC X(05) JUSTIFIED RIGHT.
015570 01  CAPTURA-ENT-NUM REDEFINES CAPTURA-PARTE-ENT PIC 9(05).
015580 01  CAPTURA-PARTE-DEC   PIC X(02).
015590 01  CAPTURA-DEC-NUM REDEFINES CAPTURA-PARTE-DEC PIC 9(02).
015600 01  PUNTO-CONTADOR      PIC 9(01) VALUE 0.
015610 01  CAPTURA-LONGITUD    PIC 9(02) VALUE 0.
015620 01  ENT-LONGITUD        PIC 9(02) VALUE 0.
015630 01  DEC-LONGITUD        PIC 9(02) VALUE 0.
015640 01  VALOR-ENTERO        PIC 9(05) VALUE 0.
015650 01  VALOR-DECIMAL       PIC 9(5)V99 VALUE 0.
015660
015670 PROCEDURE DIVISION.
015680*============================================================
015690* 0000-MAINLINE                                            *
015700*============================================================
015710 0000-MAINLINE.
015720     MOVE 0 TO OPCION.
015730     MOVE "N" TO SW-INICIO-FALLIDO.
015740     DISPLAY "=== SISTEMA DE NOMINA ===".
015750     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
015760     IF INICIO-FALLIDO
015770         DISPLAY "El sistema no puede continuar."
015780         GOBACK
015790     END-IF.
015800*    INVOCADO EN LOTE DESDE EL MENU UNIFICADO: SE EJECUTA
015810*    LA FUNCION PEDIDA SIN MENU NI CAPTURAS.
015820     IF LOTE-FUNCION NOT = SPACES
015830             AND LOTE-FUNCION NOT = LOW-VALUES
015840         PERFORM 2900-EJECUTAR-LOTE THRU 2900-EXIT
015850         CLOSE NOMINA-ARCH
015860         GOBACK
015870     END-IF.
015880     PERFORM 2000-MENU THRU 2000-EXIT.
015890     CLOSE NOMINA-ARCH.
015900     DISPLAY "Gracias por usar el sistema.".
015910     GOBACK.
015920
015930*----------------------------------------------------------*
015940* 1000-INICIALIZAR - ABRE EL MAESTRO INDEXADO DE EMPLEADOS *
015950*----------------------------------------------------------*
015960 1000-INICIALIZAR.
015970     IF OPERADOR-ACTUAL = LOW-VALUES
015980         MOVE SPACES TO OPERADOR-ACTUAL
015990     END-IF.
016000     OPEN I-O NOMINA-ARCH.
016010     IF FS-OK
016020         GO TO 1000-EXIT
016030     END-IF.
016040     IF FS-NO-EXISTE
016050         DISPLAY "No existe nomina previa, se inicia vacia."
016060         OPEN OUTPUT NOMINA-ARCH
016070         CLOSE NOMINA-ARCH
016080         OPEN I-O NOMINA-ARCH
016090         GO TO 1000-EXIT
016100     END-IF.
016110     IF FS-LAYOUT-VIEJO
016120         PERFORM 1200-CONVERTIR-MAESTRO THRU 1200-EXIT
016130         IF NOT INICIO-FALLIDO
016140             OPEN I-O NOMINA-ARCH
016150             IF FS-OK
016160                 GO TO 1000-EXIT
016170             END-IF
016180         END-IF
016190     END-IF.
016200     DISPLAY "Error al abrir la nomina: " FS-NOMINA.
016210     MOVE "S" TO SW-INICIO-FALLIDO.
016220 1000-EXIT.
016230     EXIT.
016240
016250*----------------------------------------------------------*
016260* 1200-CONVERTIR-MAESTRO - RECONSTRUYE LA NOMINA           *
016270*                          SECUENCIAL ANTERIOR EN EL       *
016280*                          FORMATO INDEXADO ACTUAL, UNA    *
016290*                          SOLA VEZ, USANDO UN ARCHIVO     *
016300*                          PUENTE                          *
016310*----------------------------------------------------------*
016320 1200-CONVERTIR-MAESTRO.
016330     DISPLAY "Nomina con formato anterior, se convierte al "
016340         "formato indexado.".
016350     MOVE 0 TO CONTADOR-CONVERTIDOS.
016360     OPEN INPUT NOMVIEJO.
016370     IF NOT FS-NOMVIEJO-OK
016380         DISPLAY "No se pudo leer la nomina anterior: "
016390             FS-NOMVIEJO
016400         MOVE "S" TO SW-INICIO-FALLIDO
016410         GO TO 1200-EXIT
016420     END-IF.
016430     OPEN OUTPUT NOMCONV.
016440     IF NOT FS-NOMCONV-OK
016450         DISPLAY "No se pudo crear el archivo puente."
016460         CLOSE NOMVIEJO
016470         MOVE "S" TO SW-INICIO-FALLIDO
016480         GO TO 1200-EXIT
016490     END-IF.
016500
016510     MOVE "N" TO SW-FIN-ARCHIVO.
016520     PERFORM UNTIL FIN-ARCHIVO
016530         READ NOMVIEJO
016540             AT END
016550                 MOVE "S" TO SW-FIN-ARCHIVO
016560             NOT AT END
016570                 PERFORM 1210-COPIAR-AL-PUENTE
016580         END-READ
016590     END-PERFORM.
016600     CLOSE NOMVIEJO.
016610     CLOSE NOMCONV.
016620
016630     OPEN OUTPUT NOMINA-ARCH.
016640     OPEN INPUT NOMCONV.
016650     MOVE "N" TO SW-FIN-ARCHIVO.
016660     PERFORM UNTIL FIN-ARCHIVO
016670         READ NOMCONV
016680             AT END
016690                 MOVE "S" TO SW-FIN-ARCHIVO
016700             NOT AT END
016710                 PERFORM 1220-CARGAR-DEL-PUENTE
016720         END-READ
016730     END-PERFORM.
016740     CLOSE NOMINA-ARCH.
016750     CLOSE NOMCONV.
016760     DISPLAY "Empleados convertidos: " CONTADOR-CONVERTIDOS.
016770 1200-EXIT.
016780     EXIT.
016790
016800 1210-COPIAR-AL-PUENTE.
016810     MOVE SPACES TO CN-REGISTRO.
016820     MOVE VJ-EMPLEADO-ID   TO CN-EMPLEADO-ID.
016830     MOVE VJ-NOMBRE        TO CN-NOMBRE.
016840     MOVE VJ-HORAS-TRAB    TO CN-HORAS-TRAB.
016850     MOVE VJ-TARIFA-HORA   TO CN-TARIFA-HORA.
016860     MOVE VJ-SALARIO-BRUTO TO CN-SALARIO-BRUTO.
016870     MOVE VJ-SALARIO-NETO  TO CN-SALARIO-NETO.
016880     MOVE VJ-BRUTO-YTD     TO CN-BRUTO-YTD.
016890     MOVE VJ-NETO-YTD      TO CN-NETO-YTD.
016900     IF VJ-ESTADO = "I"
016910         MOVE "I" TO CN-ESTADO
016920     ELSE
016930         MOVE "A" TO CN-ESTADO
016940     END-IF.
016950     MOVE VJ-CUENTA        TO CN-CUENTA.
016960     MOVE VJ-RUTA          TO CN-RUTA.
016970*    UNA NOMINA DE VERSIONES ANTERIORES PUEDE NO TRAER LOS
016980*    CAMPOS MAS NUEVOS; SE CONVIERTEN EN CERO O EN SU VALOR
016990*    POR OMISION EN VEZ DE ARRASTRAR ESPACIOS.
017000     IF VJ-DEDUCCION-REC IS NOT NUMERIC
017010         MOVE 0 TO CN-DEDUCCION-REC
017020     ELSE
017030         MOVE VJ-DEDUCCION-REC TO CN-DEDUCCION-REC
017040     END-IF.
017050     MOVE VJ-DEPARTAMENTO  TO CN-DEPARTAMENTO.
017060     IF VJ-VAC-TASA IS NOT NUMERIC
017070         MOVE 0 TO CN-VAC-TASA
017080     ELSE
017090         MOVE VJ-VAC-TASA TO CN-VAC-TASA
017100     END-IF.
017110     IF VJ-VAC-TOMADAS IS NOT NUMERIC
017120         MOVE 0 TO CN-VAC-TOMADAS
017130     ELSE
017140         MOVE VJ-VAC-TOMADAS TO CN-VAC-TOMADAS
017150     END-IF.
017160     IF VJ-VAC-SALDO IS NOT NUMERIC
017170         MOVE 0 TO CN-VAC-SALDO
017180     ELSE
017190         MOVE VJ-VAC-SALDO TO CN-VAC-SALDO
017200     END-IF.
017210     IF VJ-VAC-PERIODO IS NOT NUMERIC
017220         MOVE 0 TO CN-VAC-PERIODO
017230     ELSE
017240         MOVE VJ-VAC-PERIODO TO CN-VAC-PERIODO
017250     END-IF.
017260     IF VJ-COSTO-PATRONAL IS NOT NUMERIC
017270         MOVE 0 TO CN-COSTO-PATRONAL
017280     ELSE
017290         MOVE VJ-COSTO-PATRONAL TO CN-COSTO-PATRONAL
017300     END-IF.
017310     IF VJ-TIPO-PAGO = "S"
017320         MOVE "S" TO CN-TIPO-PAGO
017330     ELSE
017340         MOVE "H" TO CN-TIPO-PAGO
017350     END-IF.
017360     IF VJ-SALARIO-FIJO IS NOT NUMERIC
017370         MOVE 0 TO CN-SALARIO-FIJO
017380     ELSE
017390         MOVE VJ-SALARIO-FIJO TO CN-SALARIO-FIJO
017400     END-IF.
017410     MOVE "N" TO CN-PAGADO-PERIODO.
017420     WRITE CN-REGISTRO.
017430     ADD 1 TO CONTADOR-CONVERTIDOS.
017440
017450 1220-CARGAR-DEL-PUENTE.
017460     MOVE CN-REGISTRO TO NF-REGISTRO.
017470     WRITE NF-REGISTRO.
017480
017490*----------------------------------------------------------*
017500* 2000-MENU - CICLO PRINCIPAL DE OPCIONES                  *
017510*----------------------------------------------------------*
017520 2000-MENU.
017530     PERFORM UNTIL OPCION = 18
017540         DISPLAY "1. Agregar Empleado"
017550         DISPLAY "2. Mostrar Nomina"
017560         DISPLAY "3. Generar Recibos de Pago"
017570         DISPLAY "4. Procesar Tarjetas de Tiempo (Lote)"
017580         DISPLAY "5. Mantenimiento de Empleados"
017590         DISPLAY "6. Cerrar Periodo (Registro Historico)"
017600         DISPLAY "7. Reporte por Departamento"
017610         DISPLAY "8. Registrar Vacaciones"
017620         DISPLAY "9. Reporte de Saldos de Vacaciones"
017630         DISPLAY "10. Constancia Anual de Percepciones"
017640         DISPLAY "11. Conciliacion YTD contra Registro"
017650         DISPLAY "12. Baja de Empleado y Finiquito"
017660         DISPLAY "13. Anular Pago de un Periodo Cerrado"
017670         DISPLAY "14. Reexpedir Pago Anulado"
017680         DISPLAY "15. Convertir Marcas de Reloj a Tarjetas"
017690         DISPLAY "16. Reporte de Enteros a Terceros"
017700         DISPLAY "17. Auditoria Previa al Cierre"
017710         DISPLAY "18. Salir"
017720         DISPLAY "Seleccione una opcion: "
017730         ACCEPT OPCION
017740
017750         EVALUATE OPCION
017760             WHEN 1
017770                 PERFORM 3000-AGREGAR-EMPLEADO THRU 3000-EXIT
017780             WHEN 2
017790                 PERFORM 4000-MOSTRAR-NOMINA THRU 4000-EXIT
017800             WHEN 3
017810                 PERFORM 5000-GENERAR-RECIBOS THRU 5000-EXIT
017820             WHEN 4
017830                 PERFORM 6000-PROCESAR-TARJETAS THRU 6000-EXIT
017840             WHEN 5
017850                 PERFORM 9960-VALIDAR-SUPERVISOR THRU 9960-EXIT
017860                 IF ACCESO-PERMITIDO
017870                     PERFORM 7000-MANTENIMIENTO-EMPLEADO
017880                         THRU 7000-EXIT
017890                 END-IF
017900             WHEN 6
017910                 PERFORM 9960-VALIDAR-SUPERVISOR THRU 9960-EXIT
017920                 IF ACCESO-PERMITIDO
017930                     PERFORM 8500-CERRAR-PERIODO
017940                         THRU 8500-EXIT
017950                 END-IF
017960             WHEN 7
017970                 PERFORM 9000-REPORTE-DEPARTAMENTOS
017980                     THRU 9000-EXIT
017990             WHEN 8
018000                 PERFORM 7100-REGISTRAR-VACACIONES
018010                     THRU 7100-EXIT
018020             WHEN 9
018030                 PERFORM 7200-REPORTE-VACACIONES
018040                     THRU 7200-EXIT
018050             WHEN 10
018060                 PERFORM 8600-CONSTANCIA-ANUAL
018070                     THRU 8600-EXIT
018080             WHEN 11
018090                 PERFORM 8700-CONCILIAR-YTD THRU 8700-EXIT
018100             WHEN 12
018110                 PERFORM 9960-VALIDAR-SUPERVISOR THRU 9960-EXIT
018120                 IF ACCESO-PERMITIDO
018130                     PERFORM 7400-BAJA-EMPLEADO THRU 7400-EXIT
018140                 END-IF
018150             WHEN 13
018160                 PERFORM 9960-VALIDAR-SUPERVISOR THRU 9960-EXIT
018170                 IF ACCESO-PERMITIDO
018180                     PERFORM 7500-ANULAR-PAGO THRU 7500-EXIT
018190                 END-IF
018200             WHEN 14
018210                 PERFORM 9960-VALIDAR-SUPERVISOR THRU 9960-EXIT
018220                 IF ACCESO-PERMITIDO
018230                     PERFORM 7520-REEXPEDIR-PAGO THRU 7520-EXIT
018240                 END-IF
018250             WHEN 15
018260                 PERFORM 7602-PEDIR-MAXIMO THRU 7602-EXIT
018270                 PERFORM 7600-CONVERTIR-MARCAS THRU 7600-EXIT
018280             WHEN 16
018290                 PERFORM 7800-REPORTE-ENTEROS THRU 7800-EXIT
018300             WHEN 17
018310                 PERFORM 8850-AUDITORIA-PREVIA THRU 8850-EXIT
018320             WHEN 18
018330                 CONTINUE
018340             WHEN OTHER
018350                 DISPLAY "Opcion invalida, intente de nuevo."
018360         END-EVALUATE
018370     END-PERFORM.
018380 2000-EXIT.
018390     EXIT.
018400
018410*----------------------------------------------------------*
018420* 2900-EJECUTAR-LOTE - EJECUTA LA FUNCION PEDIDA POR EL    *
018430*                      MENU UNIFICADO EN MODO DESATENDIDO  *
018440*----------------------------------------------------------*
018450 2900-EJECUTAR-LOTE.
018460     MOVE "ER" TO LOTE-RESULTADO.
018470     EVALUATE LOTE-FUNCION
018480         WHEN "NOMTARJETAS"
018490             PERFORM 6000-PROCESAR-TARJETAS THRU 6000-EXIT
018500*            UN LOTE FUERA DE BALANCE O UN PROCESO QUE NO
018510*            TERMINO NO PUEDE REPORTARSE LIMPIO EN EL
018520*            DIARIO DE CORRIDA.
018530             IF LOTE-EN-BALANCE AND TARJETAS-HECHO
018540                 MOVE "OK" TO LOTE-RESULTADO
018550             END-IF
018560         WHEN "NOMMARCAS"
018570*            EL PARAMETRO, SI VIENE, ES EL TURNO MAXIMO EN
018580*            HORAS (01-24).
018590             MOVE 12 TO MAR-MAX-HORAS
018600             IF LOTE-PARAMETRO(1:2) IS NUMERIC
018610                 IF LOTE-PARAMETRO(1:2) >= "01"
018620                         AND LOTE-PARAMETRO(1:2) <= "24"
018630                     MOVE LOTE-PARAMETRO(1:2) TO MAR-MAX-HORAS
018640                 END-IF
018650             END-IF
018660             PERFORM 7600-CONVERTIR-MARCAS THRU 7600-EXIT
018670             IF MARCAS-HECHO
018680                 MOVE "OK" TO LOTE-RESULTADO
018690             END-IF
018700         WHEN "NOMCIERRE"
018710*            EL CIERRE EN LOTE RESPETA LA MISMA RESTRICCION
018720*            DE SUPERVISOR QUE LA OPCION DE MENU.
018730             PERFORM 9960-VALIDAR-SUPERVISOR THRU 9960-EXIT
018740             IF NOT ACCESO-PERMITIDO
018750                 CONTINUE
018760             ELSE
018770                 IF LOTE-PARAMETRO(1:6) IS NUMERIC
018780                     MOVE LOTE-PARAMETRO(1:6)
018790                         TO TEMP-PERIODO
018800                     MOVE TEMP-PERIODO(5:2) TO TEMP-MES
018810                     IF TEMP-MES >= 1 AND TEMP-MES <= 12
018820*                        SIN QUIEN RECONOZCA EN LA CORRIDA, LA
018830*                        AUDITORIA USA LOS PARAMETROS DEL
018840*                        ULTIMO RECONOCIMIENTO DEL PERIODO.
018850                         MOVE "N" TO SW-AUD-INTERACTIVA
018860                         PERFORM 8825-PARAMETROS-RECONOCIDOS
018870                             THRU 8825-EXIT
018880                         PERFORM 8530-CIERRE-NUCLEO
018890                             THRU 8530-EXIT
018900                         IF CIERRE-HECHO
018910                             MOVE "OK" TO LOTE-RESULTADO
018920                         END-IF
018930                     ELSE
018940                         DISPLAY "Periodo invalido en el "
018950                             "paso de lote: " LOTE-PARAMETRO
018960                     END-IF
018970                 ELSE
018980                     DISPLAY "Periodo invalido en el paso "
018990                         "de lote: " LOTE-PARAMETRO
019000                 END-IF
019010             END-IF
019020         WHEN OTHER
019030             DISPLAY "Funcion de lote desconocida: "
019040                 LOTE-FUNCION
019050     END-EVALUATE.
019060 2900-EXIT.
019070     EXIT.
019080
019090*----------------------------------------------------------*
019100* 5900-VERIFICAR-TARJETAS - CUADRA EL LOTE DE TARJETAS     *
019110*                           CONTRA SU REGISTRO DE CONTROL  *
019120*                           ANTES DE POSTEARLO             *
019130*----------------------------------------------------------*
019140 5900-VERIFICAR-TARJETAS.
019150     MOVE "S" TO SW-LOTE-BALANCEADO.
019160     MOVE "N" TO SW-HAY-CONTROL.
019170     MOVE 0 TO TJ-CUENTA-LOTE.
019180     MOVE 0 TO TJ-TOTAL-LOTE.
019190     OPEN INPUT TARJETAS.
019200     IF NOT FS-TARJETAS-OK
019210         GO TO 5900-EXIT
019220     END-IF.
019230     MOVE "N" TO SW-FIN-TARJETAS.
019240     PERFORM UNTIL FIN-TARJETAS
019250         READ TARJETAS
019260             AT END
019270                 MOVE "S" TO SW-FIN-TARJETAS
019280             NOT AT END
019290                 PERFORM 5910-CONTAR-TARJETA THRU 5910-EXIT
019300         END-READ
019310     END-PERFORM.
019320     CLOSE TARJETAS.
019330
019340     IF NOT HAY-CONTROL
019350         DISPLAY "Sin registro de control en TARJETAS.DAT; "
019360             "el lote no se verifica."
019370         GO TO 5900-EXIT
019380     END-IF.
019390     COMPUTE TJ-DIF-CUENTA = TJ-CUENTA-LOTE - TJ-CUENTA-DECL.
019400     COMPUTE TJ-DIF-TOTAL = TJ-TOTAL-LOTE - TJ-TOTAL-DECL.
019410     IF TJ-DIF-CUENTA = 0 AND TJ-DIF-TOTAL = 0
019420         DISPLAY "Lote de tarjetas EN BALANCE con su "
019430             "registro de control."
019440         GO TO 5900-EXIT
019450     END-IF.
019460     MOVE "N" TO SW-LOTE-BALANCEADO.
019470     MOVE TJ-DIF-CUENTA TO TJ-DIF-CUENTA-ED.
019480     MOVE TJ-DIF-TOTAL TO TJ-DIF-TOTAL-ED.
019490     DISPLAY "Lote de tarjetas FUERA DE BALANCE: "
019500         "diferencia en cuenta " TJ-DIF-CUENTA-ED
019510         ", en horas " TJ-DIF-TOTAL-ED
019520         "; no se procesa.".
019530     MOVE SPACES TO EX-REGISTRO.
019540     MOVE "TARJETAS" TO EX-ORIGEN.
019550     MOVE "LOTE" TO EX-CODIGO.
019560     MOVE "Lote fuera de balance" TO EX-MOTIVO.
019570     PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT.
019580 5900-EXIT.
019590     EXIT.
019600
019610 5910-CONTAR-TARJETA.
019620     IF TJ-TR-MARCA = "*"
019630         IF TJ-TR-CUENTA IS NUMERIC
019640                 AND TJ-TR-TOTAL IS NUMERIC
019650             MOVE "S" TO SW-HAY-CONTROL
019660             MOVE TJ-TR-CUENTA TO TJ-CUENTA-DECL
019670             MOVE TJ-TR-TOTAL TO TJ-TOTAL-DECL
019680         ELSE
019690             DISPLAY "Registro de control invalido en "
019700                 "TARJETAS.DAT."
019710         END-IF
019720         GO TO 5910-EXIT
019730     END-IF.
019740     ADD 1 TO TJ-CUENTA-LOTE.
019750     IF TJ-HORAS IS NUMERIC
019760         ADD TJ-HORAS TO TJ-TOTAL-LOTE
019770     END-IF.
019780 5910-EXIT.
019790     EXIT.
019800
019810*----------------------------------------------------------*
019820* 3000-AGREGAR-EMPLEADO                                    *
019830*----------------------------------------------------------*
019840 3000-AGREGAR-EMPLEADO.
019850     DISPLAY "Ingrese el ID del empleado: ".
019860     ACCEPT TEMP-EMPLEADO-ID.
019870
019880*    LA ULTIMA POSICION DEL ID QUEDA PARA EL DIGITO
019890*    VERIFICADOR, QUE SE CALCULA Y SE AGREGA AQUI.
019900     IF TEMP-EMPLEADO-ID(6:1) NOT = SPACE
019910         DISPLAY "El ID base admite hasta 5 caracteres."
019920         GO TO 3000-EXIT
019930     END-IF.
019940     MOVE TEMP-EMPLEADO-ID TO DGV-CODIGO.
019950     MOVE "G" TO DGV-FUNCION.
019960     CALL "ParImpar".
019970     IF DGV-RESULTADO NOT = "OK"
019980         DISPLAY "ID invalido: use solo digitos y letras "
019990             "mayusculas."
020000         GO TO 3000-EXIT
020010     END-IF.
020020     MOVE DGV-CODIGO(1:6) TO TEMP-EMPLEADO-ID.
020030     DISPLAY "ID asignado con digito verificador: "
020040         TEMP-EMPLEADO-ID.
020050
020060*    EL DUPLICADO SE DETECTA CONTRA EL ARCHIVO INDEXADO
020070*    ANTES DE CAPTURAR EL RESTO DE LOS DATOS.
020080     MOVE TEMP-EMPLEADO-ID TO NF-EMPLEADO-ID.
020090     READ NOMINA-ARCH
020100         INVALID KEY
020110             CONTINUE
020120         NOT INVALID KEY
020130             DISPLAY "Ya existe un empleado con ese ID."
020140             GO TO 3000-EXIT
020150     END-READ.
020160
020170     MOVE SPACES TO NF-REGISTRO.
020180     MOVE TEMP-EMPLEADO-ID TO NF-EMPLEADO-ID.
020190     MOVE "A" TO NF-ESTADO.
020200     MOVE "N" TO NF-PAGADO-PERIODO.
020210
020220     DISPLAY "Ingrese el nombre del empleado: ".
020230     ACCEPT TEMP-NOMBRE.
020240     MOVE TEMP-NOMBRE TO NF-NOMBRE.
020250
020260     MOVE "N" TO ENTRADA-VALIDA.
020270     PERFORM UNTIL ES-VALIDA
020280         DISPLAY "Tipo de pago (H=Por Hora, S=Asalariado): "
020290         ACCEPT TEMP-TIPO-PAGO
020300         IF TEMP-TIPO-PAGO = "H" OR TEMP-TIPO-PAGO = "S"
020310             MOVE "S" TO ENTRADA-VALIDA
020320         ELSE
020330             DISPLAY "Tipo invalido, use H o S."
020340         END-IF
020350     END-PERFORM.
020360     MOVE TEMP-TIPO-PAGO TO NF-TIPO-PAGO.
020370     MOVE 0 TO NF-SALARIO-FIJO.
020380
020390*    UN ASALARIADO NO CAPTURA HORAS NI TARIFA: COBRA SU
020400*    MONTO FIJO POR PERIODO.
020410     IF NF-ASALARIADO
020420         MOVE "N" TO ENTRADA-VALIDA
020430         PERFORM UNTIL ES-VALIDA
020440             DISPLAY "Ingrese el salario fijo por periodo: "
020450             ACCEPT ENTRADA-CAPTURA
020460             PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
020470             IF ES-VALIDA AND VALOR-DECIMAL = 0
020480                 MOVE "N" TO ENTRADA-VALIDA
020490                 DISPLAY "El salario fijo debe ser mayor "
020500                     "que cero."
020510             END-IF
020520             IF NOT ES-VALIDA
020530                 DISPLAY "Entrada invalida, debe ser "
020540                     "numerica."
020550             END-IF
020560         END-PERFORM
020570         MOVE VALOR-DECIMAL TO TEMP-SALARIO-FIJO
020580         MOVE TEMP-SALARIO-FIJO TO NF-SALARIO-FIJO
020590         MOVE 0 TO TEMP-HORAS
020600         MOVE 0 TO NF-HORAS-TRAB
020610         MOVE 0 TO TEMP-TARIFA
020620         MOVE 0 TO NF-TARIFA-HORA
020630         GO TO 3000-DATOS-COMUNES
020640     END-IF.
020650
020660     MOVE "N" TO ENTRADA-VALIDA.
020670     PERFORM UNTIL ES-VALIDA
020680         DISPLAY "Ingrese las horas trabajadas: "
020690         ACCEPT ENTRADA-CAPTURA
020700         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
020710         IF NOT ES-VALIDA
020720             DISPLAY "Entrada invalida, debe ser numerica."
020730         END-IF
020740     END-PERFORM.
020750     MOVE VALOR-ENTERO TO TEMP-HORAS.
020760     MOVE TEMP-HORAS TO NF-HORAS-TRAB.
020770
020780     MOVE "N" TO ENTRADA-VALIDA.
020790     PERFORM UNTIL ES-VALIDA
020800         DISPLAY "Ingrese la tarifa por hora: "
020810         ACCEPT ENTRADA-CAPTURA
020820         PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
020830         IF ES-VALIDA AND VALOR-DECIMAL > 999.99
020840             MOVE "N" TO ENTRADA-VALIDA
020850             DISPLAY "La tarifa no puede exceder 999.99."
020860         END-IF
020870         IF NOT ES-VALIDA
020880             DISPLAY "Entrada invalida, debe ser numerica."
020890         END-IF
020900     END-PERFORM.
020910     MOVE VALOR-DECIMAL TO TEMP-TARIFA.
020920     MOVE TEMP-TARIFA TO NF-TARIFA-HORA.
020930
020940 3000-DATOS-COMUNES.
020950     DISPLAY "Ingrese el numero de cuenta bancaria: ".
020960     ACCEPT TEMP-CUENTA.
020970     MOVE TEMP-CUENTA TO NF-CUENTA.
020980
020990     DISPLAY "Ingrese el numero de ruta bancaria: ".
021000     ACCEPT TEMP-RUTA.
021010     MOVE TEMP-RUTA TO NF-RUTA.
021020
021030     MOVE "N" TO ENTRADA-VALIDA.
021040     PERFORM UNTIL ES-VALIDA
021050         DISPLAY "Ingrese la deduccion recurrente (sindicato, "
021060         DISPLAY "prestamo, embargo; 0 si no aplica): "
021070         ACCEPT ENTRADA-CAPTURA
021080         PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
021090         IF NOT ES-VALIDA
021100             DISPLAY "Entrada invalida, debe ser numerica."
021110         END-IF
021120     END-PERFORM.
021130     MOVE VALOR-DECIMAL TO TEMP-DEDUCCION-REC.
021140     MOVE TEMP-DEDUCCION-REC TO NF-DEDUCCION-REC.
021150     IF NF-DEDUCCION-REC > 0
021160         PERFORM 7700-PEDIR-BENEFICIARIO THRU 7700-EXIT
021170     END-IF.
021180
021190     DISPLAY "Ingrese el departamento o centro de costo: ".
021200     ACCEPT TEMP-DEPARTAMENTO.
021210     MOVE TEMP-DEPARTAMENTO TO NF-DEPARTAMENTO.
021220
021230     MOVE "N" TO ENTRADA-VALIDA.
021240     PERFORM UNTIL ES-VALIDA
021250         DISPLAY "Ingrese las horas de vacaciones que "
021260         DISPLAY "acumula por periodo (0 si no aplica): "
021270         ACCEPT ENTRADA-CAPTURA
021280         PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
021290         IF ES-VALIDA AND VALOR-DECIMAL > 99.99
021300             MOVE "N" TO ENTRADA-VALIDA
021310             DISPLAY "La acumulacion no puede exceder 99.99."
021320         END-IF
021330         IF NOT ES-VALIDA
021340             DISPLAY "Entrada invalida, debe ser numerica."
021350         END-IF
021360     END-PERFORM.
021370     MOVE VALOR-DECIMAL TO TEMP-VAC-TASA.
021380     MOVE TEMP-VAC-TASA TO NF-VAC-TASA.
021390     MOVE 0 TO NF-VAC-TOMADAS.
021400     MOVE 0 TO NF-VAC-SALDO.
021410     MOVE 0 TO NF-VAC-PERIODO.
021420
021430     IF NF-ASALARIADO
021440         MOVE NF-SALARIO-FIJO TO TEMP-BRUTO
021450     ELSE
021460         IF TEMP-HORAS > HORAS-NORMALES
021470             COMPUTE TEMP-HORAS-EXTRA =
021480                     TEMP-HORAS - HORAS-NORMALES
021490             COMPUTE TEMP-BRUTO =
021500                     (HORAS-NORMALES * TEMP-TARIFA)
021510                     + (TEMP-HORAS-EXTRA * TEMP-TARIFA
021520                     * FACTOR-EXTRA)
021530         ELSE
021540             COMPUTE TEMP-BRUTO = TEMP-HORAS * TEMP-TARIFA
021550         END-IF
021560     END-IF.
021570     MOVE TEMP-BRUTO TO NF-SALARIO-BRUTO.
021580
021590     MOVE TEMP-BRUTO TO BRUTO-CONSULTA.
021600     PERFORM 3100-BUSCAR-TRAMO.
021610
021620     COMPUTE TEMP-NETO = TEMP-BRUTO
021630             - (TEMP-BRUTO * TASA-IMP-APLICADA)
021640             - (TEMP-BRUTO * TASA-DED-APLICADA).
021650     IF NF-DEDUCCION-REC > TEMP-NETO
021660         DISPLAY "Aviso: la deduccion recurrente excede el "
021670             "neto; el neto se deja en cero."
021680         MOVE 0 TO TEMP-NETO
021690     ELSE
021700         SUBTRACT NF-DEDUCCION-REC FROM TEMP-NETO
021710     END-IF.
021720     MOVE TEMP-NETO TO NF-SALARIO-NETO.
021730*    EL COSTO PATRONAL (CUOTA SS Y SEGURO) SE CALCULA
021740*    SOBRE EL MISMO BRUTO CON LAS TASAS DEL TRAMO.
021750     COMPUTE NF-COSTO-PATRONAL = TEMP-BRUTO
021760             * (TASA-PAT-SS-APL + TASA-PAT-SEG-APL).
021770     MOVE TEMP-BRUTO TO NF-BRUTO-YTD.
021780     MOVE TEMP-NETO TO NF-NETO-YTD.
021790
021800     WRITE NF-REGISTRO
021810         INVALID KEY
021820             DISPLAY "Ya existe un empleado con ese ID."
021830         NOT INVALID KEY
021840             DISPLAY "Empleado agregado exitosamente."
021850             IF NF-DEDUCCION-REC > 0
021860                 PERFORM 7710-ANOTAR-BENEFICIARIO
021870                     THRU 7710-EXIT
021880             END-IF
021890     END-WRITE.
021900 3000-EXIT.
021910     EXIT.
021920
021930*----------------------------------------------------------*
021940* 3100-BUSCAR-TRAMO - LOCALIZA LA TASA SEGUN EL BRUTO      *
021950*----------------------------------------------------------*
021960 3100-BUSCAR-TRAMO.
021970     SET TI-INDICE TO 1.
021980     SEARCH TRAMO-IMPUESTO
021990         AT END
022000             SET TI-INDICE TO 4
022010         WHEN BRUTO-CONSULTA <= TI-LIMITE(TI-INDICE)
022020             CONTINUE
022030     END-SEARCH.
022040     MOVE TI-TASA-IMP(TI-INDICE) TO TASA-IMP-APLICADA.
022050     MOVE TI-TASA-DED(TI-INDICE) TO TASA-DED-APLICADA.
022060     MOVE TI-TASA-PAT-SS(TI-INDICE) TO TASA-PAT-SS-APL.
022070     MOVE TI-TASA-PAT-SEG(TI-INDICE) TO TASA-PAT-SEG-APL.
022080
022090*----------------------------------------------------------*
022100* 4000-MOSTRAR-NOMINA                                      *
022110*----------------------------------------------------------*
022120 4000-MOSTRAR-NOMINA.
022130     MOVE LOW-VALUES TO NF-EMPLEADO-ID.
022140     START NOMINA-ARCH KEY IS NOT LESS THAN NF-EMPLEADO-ID
022150         INVALID KEY
022160             DISPLAY "No hay empleados registrados en la "
022170                 "nomina."
022180             GO TO 4000-EXIT
022190     END-START.
022200
022210     DISPLAY "=== REPORTE DE NOMINA ===".
022220     DISPLAY "ID    Nombre          Horas Tarifa  Bruto  Neto".
022230     DISPLAY "-----------------------------------------------".
022240     MOVE "N" TO SW-FIN-NOMINA.
022250     PERFORM UNTIL FIN-NOMINA
022260         READ NOMINA-ARCH NEXT RECORD
022270             AT END
022280                 MOVE "S" TO SW-FIN-NOMINA
022290             NOT AT END
022300                 DISPLAY NF-EMPLEADO-ID SPACE
022310                         NF-NOMBRE SPACE
022320                         NF-HORAS-TRAB SPACE
022330                         NF-TARIFA-HORA SPACE
022340                         NF-SALARIO-BRUTO SPACE
022350                         NF-SALARIO-NETO
022360         END-READ
022370     END-PERFORM.
022380     DISPLAY "-----------------------------------------------".
022390 4000-EXIT.
022400     EXIT.
022410
022420*----------------------------------------------------------*
022430* 5000-GENERAR-RECIBOS - RECIBO DE PAGO POR EMPLEADO       *
022440*----------------------------------------------------------*
022450 5000-GENERAR-RECIBOS.
022460     MOVE LOW-VALUES TO NF-EMPLEADO-ID.
022470     START NOMINA-ARCH KEY IS NOT LESS THAN NF-EMPLEADO-ID
022480         INVALID KEY
022490             DISPLAY "No hay empleados registrados en la "
022500                 "nomina."
022510             GO TO 5000-EXIT
022520     END-START.
022530
022540     OPEN OUTPUT RECIBOS.
022550     IF NOT FS-RECIBOS-OK
022560         DISPLAY "No se pudo crear el archivo de recibos."
022570         GO TO 5000-EXIT
022580     END-IF.
022590     PERFORM 7320-CARGAR-RETROACTIVOS THRU 7320-EXIT.
022600
022610     OPEN OUTPUT TRANSFER.
022620     IF NOT FS-TRANSFER-OK
022630         DISPLAY "No se pudo crear el archivo de "
022640             "transferencias."
022650         CLOSE RECIBOS
022660         GO TO 5000-EXIT
022670     END-IF.
022680
022690     MOVE "N" TO SW-FIN-NOMINA.
022700     PERFORM UNTIL FIN-NOMINA
022710         READ NOMINA-ARCH NEXT RECORD
022720             AT END
022730                 MOVE "S" TO SW-FIN-NOMINA
022740             NOT AT END
022750                 PERFORM 5010-ESCRIBIR-RECIBO
022760                 IF NF-INACTIVO
022770                     DISPLAY "Sin transferencia (inactivo): "
022780                         NF-EMPLEADO-ID
022790                 ELSE
022800                     IF NF-CUENTA = SPACES
022810                         DISPLAY "Sin transferencia (sin "
022820                             "cuenta): " NF-EMPLEADO-ID
022830                     ELSE
022840                         PERFORM 5020-ESCRIBIR-TRANSFERENCIA
022850                     END-IF
022860                 END-IF
022870         END-READ
022880     END-PERFORM.
022890     CLOSE RECIBOS.
022900     CLOSE TRANSFER.
022910     DISPLAY "Recibos de pago generados en RECIBOS.TXT.".
022920     DISPLAY "Transferencias generadas en TRANSFER.DAT.".
022930 5000-EXIT.
022940     EXIT.
022950
022960 5010-ESCRIBIR-RECIBO.
022970     MOVE NF-SALARIO-BRUTO TO BRUTO-CONSULTA.
022980     PERFORM 3100-BUSCAR-TRAMO.
022990     COMPUTE RC-IMPUESTO-MONTO =
023000             NF-SALARIO-BRUTO * TASA-IMP-APLICADA.
023010     COMPUTE RC-DEDUCCION-MONTO =
023020             NF-SALARIO-BRUTO * TASA-DED-APLICADA.
023030*    CUANDO EL NETO SE DEJO EN CERO, LA DEDUCCION
023040*    RECURRENTE APLICADA FUE SOLO EL NETO DE TRAMOS; ASI
023050*    EL RECIBO SIEMPRE CUADRA RENGLON POR RENGLON.
023060     PERFORM 5030-DEDUCCION-APLICADA THRU 5030-EXIT.
023070     MOVE NF-SALARIO-BRUTO  TO RC-BRUTO-ED.
023080     MOVE RC-IMPUESTO-MONTO TO RC-IMP-ED.
023090     MOVE RC-DEDUCCION-MONTO TO RC-DED-ED.
023100     MOVE DED-REC-APLICADA  TO RC-REC-ED.
023110     MOVE NF-SALARIO-NETO   TO RC-NETO-ED.
023120
023130     MOVE SPACES TO RC-REGISTRO.
023140     STRING "==== RECIBO DE PAGO ===="
023150         DELIMITED BY SIZE INTO RC-REGISTRO.
023160     WRITE RC-REGISTRO.
023170
023180     MOVE SPACES TO RC-REGISTRO.
023190     STRING "Empleado: " NF-EMPLEADO-ID " " NF-NOMBRE
023200         DELIMITED BY SIZE INTO RC-REGISTRO.
023210     WRITE RC-REGISTRO.
023220
023230     MOVE SPACES TO RC-REGISTRO.
023240     STRING "Operador: " OPERADOR-ACTUAL
023250         DELIMITED BY SIZE INTO RC-REGISTRO.
023260     WRITE RC-REGISTRO.
023270
023280     MOVE SPACES TO RC-REGISTRO.
023290     STRING "Salario Bruto:      " RC-BRUTO-ED
023300         DELIMITED BY SIZE INTO RC-REGISTRO.
023310     WRITE RC-REGISTRO.
023320
023330*    EL RETROACTIVO PAGADO EN EL PERIODO SALE EN SU PROPIO
023340*    RENGLON; YA ESTA INCLUIDO EN EL BRUTO.
023350     MOVE "A" TO RETRO-ESTADO-BUSCA.
023360     MOVE SPACE TO RETRO-ESTADO-NUEVO.
023370     PERFORM 7330-RETRO-EMPLEADO THRU 7330-EXIT.
023380     IF RETRO-MONTO > 0
023390         MOVE RETRO-MONTO TO RETRO-ED
023400         MOVE SPACES TO RC-REGISTRO
023410         STRING "  Incluye Retroactivo:" RETRO-ED
023420             DELIMITED BY SIZE INTO RC-REGISTRO
023430         WRITE RC-REGISTRO
023440     END-IF.
023450
023460     MOVE SPACES TO RC-REGISTRO.
023470     STRING "Deduccion Impuestos: -" RC-IMP-ED
023480         DELIMITED BY SIZE INTO RC-REGISTRO.
023490     WRITE RC-REGISTRO.
023500
023510     MOVE SPACES TO RC-REGISTRO.
023520     STRING "Otras Deducciones:   -" RC-DED-ED
023530         DELIMITED BY SIZE INTO RC-REGISTRO.
023540     WRITE RC-REGISTRO.
023550
023560     MOVE SPACES TO RC-REGISTRO.
023570     STRING "Deduccion Recurrente:-" RC-REC-ED
023580         DELIMITED BY SIZE INTO RC-REGISTRO.
023590     WRITE RC-REGISTRO.
023600
023610     MOVE SPACES TO RC-REGISTRO.
023620     STRING "Salario Neto:        " RC-NETO-ED
023630         DELIMITED BY SIZE INTO RC-REGISTRO.
023640     WRITE RC-REGISTRO.
023650
023660     MOVE SPACES TO RC-REGISTRO.
023670     WRITE RC-REGISTRO.
023680
023690*----------------------------------------------------------*
023700* 5020-ESCRIBIR-TRANSFERENCIA - UN RENGLON DE TRANSFERENCIA*
023710*                               BANCARIA POR EMPLEADO      *
023720*----------------------------------------------------------*
023730 5020-ESCRIBIR-TRANSFERENCIA.
023740     MOVE SPACES TO TR-REGISTRO.
023750     MOVE NF-EMPLEADO-ID  TO TR-EMPLEADO-ID.
023760     MOVE NF-CUENTA       TO TR-CUENTA.
023770     MOVE NF-RUTA         TO TR-RUTA.
023780     MOVE NF-SALARIO-NETO TO TR-NETO.
023790     MOVE "D"             TO TR-TIPO.
023800     WRITE TR-REGISTRO.
023810
023820*----------------------------------------------------------*
023830* 5030-DEDUCCION-APLICADA - DEDUCCION RECURRENTE REALMENTE *
023840*                           APLICADA: EL NETO DE TRAMOS    *
023850*                           CUANDO EL PISO DE CERO ACTUO   *
023860*----------------------------------------------------------*
023870 5030-DEDUCCION-APLICADA.
023880     COMPUTE NETO-TRAMOS = NF-SALARIO-BRUTO
023890             - RC-IMPUESTO-MONTO - RC-DEDUCCION-MONTO.
023900     IF NF-DEDUCCION-REC > NETO-TRAMOS
023910         MOVE NETO-TRAMOS TO DED-REC-APLICADA
023920     ELSE
023930         MOVE NF-DEDUCCION-REC TO DED-REC-APLICADA
023940     END-IF.
023950 5030-EXIT.
023960     EXIT.
023970
023980*----------------------------------------------------------*
023990* 6000-PROCESAR-TARJETAS - LOTE DE TARJETAS DE TIEMPO      *
024000*----------------------------------------------------------*
024010 6000-PROCESAR-TARJETAS.
024020     MOVE "N" TO SW-TARJETAS-HECHO.
024030*    ANTES DE POSTEAR NADA SE CUADRA EL LOTE CONTRA SU
024040*    REGISTRO DE CONTROL; UNA TRANSFERENCIA TRUNCADA SE
024050*    DETIENE AQUI.
024060     PERFORM 5900-VERIFICAR-TARJETAS THRU 5900-EXIT.
024070     IF NOT LOTE-EN-BALANCE
024080         GO TO 6000-EXIT
024090     END-IF.
024100
024110     MOVE "N" TO SW-FIN-TARJETAS.
024120     MOVE 0 TO TC-CONTADOR-PROC.
024130     MOVE 0 TO TC-CONTADOR-ERROR.
024140     OPEN INPUT TARJETAS.
024150     IF NOT FS-TARJETAS-OK
024160         DISPLAY "No se encontro el archivo de tarjetas."
024170         GO TO 6000-EXIT
024180     END-IF.
024190
024200     OPEN OUTPUT REPNOMINA.
024210     IF NOT FS-REPNOMINA-OK
024220         DISPLAY "No se pudo crear el reporte de nomina."
024230         CLOSE TARJETAS
024240         GO TO 6000-EXIT
024250     END-IF.
024260
024270*    SE LIMPIA LA MARCA DE PAGADO DE LA CORRIDA ANTERIOR
024280*    EN TODO EL MAESTRO.
024290     PERFORM 6030-LIMPIAR-PAGADOS THRU 6030-EXIT.
024300
024310*    LOS RETROACTIVOS PENDIENTES SE PAGAN EN ESTA CORRIDA;
024320*    CON LA TABLA DESBORDADA QUEDAN TODOS PARA DESPUES.
024330     PERFORM 7320-CARGAR-RETROACTIVOS THRU 7320-EXIT.
024340     IF RET-OMITIDOS > 0
024350         DISPLAY "Los retroactivos no se pagan en esta "
024360             "corrida."
024370         MOVE 0 TO RET-CONTADOR
024380     END-IF.
024390
024400     PERFORM UNTIL FIN-TARJETAS
024410         READ TARJETAS
024420             AT END
024430                 MOVE "S" TO SW-FIN-TARJETAS
024440             NOT AT END
024450                 PERFORM 6010-PROCESAR-RENGLON THRU 6010-EXIT
024460         END-READ
024470     END-PERFORM.
024480
024490*    LOS ASALARIADOS ACTIVOS COBRAN SU MONTO FIJO AUNQUE
024500*    NO HAYA LLEGADO TARJETA PARA ELLOS.
024510     PERFORM 6040-BARRER-ASALARIADOS THRU 6040-EXIT.
024520     PERFORM 7325-GRABAR-RETROACTIVOS THRU 7325-EXIT.
024530
024540     CLOSE TARJETAS.
024550     CLOSE REPNOMINA.
024560     MOVE "S" TO SW-TARJETAS-HECHO.
024570     DISPLAY "Tarjetas procesadas: " TC-CONTADOR-PROC.
024580     DISPLAY "Empleados no encontrados: " TC-CONTADOR-ERROR.
024590     DISPLAY "Reporte generado en REPNOMINA.TXT.".
024600 6000-EXIT.
024610     EXIT.
024620
024630*----------------------------------------------------------*
024640* 6010-PROCESAR-RENGLON - RECALCULA UN EMPLEADO DE LA      *
024650*                         TARJETA Y ACUMULA SUS YTD        *
024660*----------------------------------------------------------*
024670 6010-PROCESAR-RENGLON.
024680     IF TJ-TR-MARCA = "*"
024690         GO TO 6010-EXIT
024700     END-IF.
024710     MOVE TJ-EMPLEADO-ID TO DGV-CODIGO.
024720     PERFORM 9105-VALIDAR-DIGITO THRU 9105-EXIT.
024730     IF DGV-RESULTADO NOT = "OK"
024740         ADD 1 TO TC-CONTADOR-ERROR
024750         MOVE SPACES TO RN-REGISTRO
024760         STRING "Digito verificador invalido: " TJ-EMPLEADO-ID
024770             " " OPERADOR-ACTUAL
024780             DELIMITED BY SIZE INTO RN-REGISTRO
024790         WRITE RN-REGISTRO
024800         MOVE SPACES TO EX-REGISTRO
024810         MOVE "TARJETAS" TO EX-ORIGEN
024820         MOVE TJ-EMPLEADO-ID TO EX-CODIGO
024830         MOVE "Digito verificador invalido" TO EX-MOTIVO
024840         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
024850         GO TO 6010-EXIT
024860     END-IF.
024870     MOVE TJ-EMPLEADO-ID TO NF-EMPLEADO-ID.
024880     READ NOMINA-ARCH
024890         INVALID KEY
024900             ADD 1 TO TC-CONTADOR-ERROR
024910             MOVE SPACES TO RN-REGISTRO
024920             STRING "No encontrado: " TJ-EMPLEADO-ID
024930                 " " OPERADOR-ACTUAL
024940                 DELIMITED BY SIZE INTO RN-REGISTRO
024950             WRITE RN-REGISTRO
024960             MOVE SPACES TO EX-REGISTRO
024970             MOVE "TARJETAS" TO EX-ORIGEN
024980             MOVE TJ-EMPLEADO-ID TO EX-CODIGO
024990             MOVE "Empleado no encontrado" TO EX-MOTIVO
025000             PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
025010             GO TO 6010-EXIT
025020     END-READ.
025030
025040     IF NF-INACTIVO
025050         ADD 1 TO TC-CONTADOR-ERROR
025060         MOVE SPACES TO RN-REGISTRO
025070         STRING "Empleado inactivo: " TJ-EMPLEADO-ID
025080             " " OPERADOR-ACTUAL
025090             DELIMITED BY SIZE INTO RN-REGISTRO
025100         WRITE RN-REGISTRO
025110         MOVE SPACES TO EX-REGISTRO
025120         MOVE "TARJETAS" TO EX-ORIGEN
025130         MOVE TJ-EMPLEADO-ID TO EX-CODIGO
025140         MOVE "Empleado inactivo" TO EX-MOTIVO
025150         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
025160         GO TO 6010-EXIT
025170     END-IF.
025180
025190*    UN ASALARIADO COBRA SU MONTO FIJO; SU TARJETA SOLO
025200*    DEJA CONSTANCIA DE LAS HORAS, SIN HORAS EXTRA.
025210     IF NF-ASALARIADO
025220         MOVE TJ-HORAS TO NF-HORAS-TRAB
025230         PERFORM 6020-PAGAR-ASALARIADO THRU 6020-EXIT
025240         GO TO 6010-EXIT
025250     END-IF.
025260     MOVE TJ-HORAS TO NF-HORAS-TRAB.
025270
025280     IF TJ-HORAS > HORAS-NORMALES
025290         COMPUTE TEMP-HORAS-EXTRA = TJ-HORAS - HORAS-NORMALES
025300         MOVE NF-TARIFA-HORA TO TEMP-TARIFA
025310         COMPUTE TEMP-BRUTO = (HORAS-NORMALES * TEMP-TARIFA)
025320             + (TEMP-HORAS-EXTRA * TEMP-TARIFA * FACTOR-EXTRA)
025330     ELSE
025340         COMPUTE TEMP-BRUTO = TJ-HORAS * NF-TARIFA-HORA
025350     END-IF.
025360
025370*    LAS VACACIONES REGISTRADAS EN EL PERIODO SE PAGAN A
025380*    TARIFA SENCILLA JUNTO CON LAS HORAS TRABAJADAS Y EL
025390*    PENDIENTE SE LIMPIA PARA EL SIGUIENTE PERIODO.
025400     MOVE 0 TO VAC-HORAS-PAGO.
025410     IF NF-VAC-PERIODO > 0
025420         COMPUTE VAC-PAGO-PERIODO =
025430                 NF-VAC-PERIODO * NF-TARIFA-HORA
025440         ADD VAC-PAGO-PERIODO TO TEMP-BRUTO
025450         MOVE NF-VAC-PERIODO TO VAC-HORAS-PAGO
025460         MOVE 0 TO NF-VAC-PERIODO
025470     END-IF.
025480*    LOS RETROACTIVOS PENDIENTES DEL EMPLEADO SE PAGAN COMO
025490*    RENGLON APARTE DENTRO DEL BRUTO DEL PERIODO.
025500     MOVE "P" TO RETRO-ESTADO-BUSCA.
025510     MOVE "A" TO RETRO-ESTADO-NUEVO.
025520     PERFORM 7330-RETRO-EMPLEADO THRU 7330-EXIT.
025530     ADD RETRO-MONTO TO TEMP-BRUTO.
025540     MOVE TEMP-BRUTO TO NF-SALARIO-BRUTO.
025550
025560     MOVE TEMP-BRUTO TO BRUTO-CONSULTA.
025570     PERFORM 3100-BUSCAR-TRAMO.
025580
025590     COMPUTE TEMP-NETO = TEMP-BRUTO
025600             - (TEMP-BRUTO * TASA-IMP-APLICADA)
025610             - (TEMP-BRUTO * TASA-DED-APLICADA).
025620     IF NF-DEDUCCION-REC > TEMP-NETO
025630         DISPLAY "Aviso: deduccion recurrente mayor que el "
025640             "neto de " TJ-EMPLEADO-ID "; neto en cero."
025650         MOVE 0 TO TEMP-NETO
025660     ELSE
025670         SUBTRACT NF-DEDUCCION-REC FROM TEMP-NETO
025680     END-IF.
025690     MOVE TEMP-NETO TO NF-SALARIO-NETO.
025700     COMPUTE NF-COSTO-PATRONAL = TEMP-BRUTO
025710             * (TASA-PAT-SS-APL + TASA-PAT-SEG-APL).
025720
025730     ADD TEMP-BRUTO TO NF-BRUTO-YTD.
025740     ADD TEMP-NETO TO NF-NETO-YTD.
025750
025760*    CADA PERIODO PROCESADO ACUMULA LAS VACACIONES DEL
025770*    EMPLEADO SEGUN SU TASA.
025780     ADD NF-VAC-TASA TO NF-VAC-SALDO.
025790     MOVE "S" TO NF-PAGADO-PERIODO.
025800
025810     REWRITE NF-REGISTRO
025820         INVALID KEY
025830             ADD 1 TO TC-CONTADOR-ERROR
025840             DISPLAY "No se pudo actualizar el empleado: "
025850                 TJ-EMPLEADO-ID
025860             GO TO 6010-EXIT
025870     END-REWRITE.
025880     PERFORM 7550-ANOTAR-VAC-PAGADAS THRU 7550-EXIT.
025890
025900     ADD 1 TO TC-CONTADOR-PROC.
025910     MOVE NF-HORAS-TRAB    TO TC-HORAS-ED.
025920     MOVE NF-TARIFA-HORA   TO TC-TARIFA-ED.
025930     MOVE NF-SALARIO-BRUTO TO TC-BRUTO-ED.
025940     MOVE NF-SALARIO-NETO  TO TC-NETO-ED.
025950     MOVE SPACES TO RN-REGISTRO.
025960     STRING NF-EMPLEADO-ID " " NF-NOMBRE " "
025970             TC-HORAS-ED " " TC-TARIFA-ED " "
025980             TC-BRUTO-ED " " TC-NETO-ED " "
025990             OPERADOR-ACTUAL
026000         DELIMITED BY SIZE INTO RN-REGISTRO.
026010     WRITE RN-REGISTRO.
026020     PERFORM 6050-RENGLON-RETROACTIVO THRU 6050-EXIT.
026030 6010-EXIT.
026040     EXIT.
026050
026060*----------------------------------------------------------*
026070* 6020-PAGAR-ASALARIADO - PAGA EL MONTO FIJO DEL PERIODO A *
026080*                         UN ASALARIADO (CON O SIN TARJETA)*
026090*                         CON TRAMOS, DEDUCCION RECURRENTE,*
026100*                         COSTO PATRONAL Y ACUMULADOS      *
026110*----------------------------------------------------------*
026120 6020-PAGAR-ASALARIADO.
026130     MOVE NF-SALARIO-FIJO TO TEMP-BRUTO.
026140*    EL SALARIO FIJO YA CUBRE LAS VACACIONES TOMADAS; EL
026150*    PENDIENTE DE PAGO SOLO SE LIMPIA.
026160     MOVE 0 TO VAC-HORAS-PAGO.
026170     IF NF-VAC-PERIODO > 0
026180         MOVE NF-VAC-PERIODO TO VAC-HORAS-PAGO
026190         MOVE 0 TO NF-VAC-PERIODO
026200     END-IF.
026210     MOVE "P" TO RETRO-ESTADO-BUSCA.
026220     MOVE "A" TO RETRO-ESTADO-NUEVO.
026230     PERFORM 7330-RETRO-EMPLEADO THRU 7330-EXIT.
026240     ADD RETRO-MONTO TO TEMP-BRUTO.
026250     MOVE TEMP-BRUTO TO NF-SALARIO-BRUTO.
026260
026270     MOVE TEMP-BRUTO TO BRUTO-CONSULTA.
026280     PERFORM 3100-BUSCAR-TRAMO.
026290     COMPUTE TEMP-NETO = TEMP-BRUTO
026300             - (TEMP-BRUTO * TASA-IMP-APLICADA)
026310             - (TEMP-BRUTO * TASA-DED-APLICADA).
026320     IF NF-DEDUCCION-REC > TEMP-NETO
026330         DISPLAY "Aviso: deduccion recurrente mayor que el "
026340             "neto de " NF-EMPLEADO-ID "; neto en cero."
026350         MOVE 0 TO TEMP-NETO
026360     ELSE
026370         SUBTRACT NF-DEDUCCION-REC FROM TEMP-NETO
026380     END-IF.
026390     MOVE TEMP-NETO TO NF-SALARIO-NETO.
026400     COMPUTE NF-COSTO-PATRONAL = TEMP-BRUTO
026410             * (TASA-PAT-SS-APL + TASA-PAT-SEG-APL).
026420
026430     ADD TEMP-BRUTO TO NF-BRUTO-YTD.
026440     ADD TEMP-NETO TO NF-NETO-YTD.
026450     ADD NF-VAC-TASA TO NF-VAC-SALDO.
026460     MOVE "S" TO NF-PAGADO-PERIODO.
026470
026480     REWRITE NF-REGISTRO
026490         INVALID KEY
026500             ADD 1 TO TC-CONTADOR-ERROR
026510             DISPLAY "No se pudo actualizar el empleado: "
026520                 NF-EMPLEADO-ID
026530             GO TO 6020-EXIT
026540     END-REWRITE.
026550     PERFORM 7550-ANOTAR-VAC-PAGADAS THRU 7550-EXIT.
026560
026570     ADD 1 TO TC-CONTADOR-PROC.
026580     MOVE NF-HORAS-TRAB    TO TC-HORAS-ED.
026590     MOVE NF-SALARIO-BRUTO TO TC-BRUTO-ED.
026600     MOVE NF-SALARIO-NETO  TO TC-NETO-ED.
026610     MOVE SPACES TO RN-REGISTRO.
026620     STRING NF-EMPLEADO-ID " " NF-NOMBRE " "
026630             TC-HORAS-ED " ASALARIADO "
026640             TC-BRUTO-ED " " TC-NETO-ED " "
026650             OPERADOR-ACTUAL
026660         DELIMITED BY SIZE INTO RN-REGISTRO.
026670     WRITE RN-REGISTRO.
026680     PERFORM 6050-RENGLON-RETROACTIVO THRU 6050-EXIT.
026690 6020-EXIT.
026700     EXIT.
026710
026720*----------------------------------------------------------*
026730* 6030-LIMPIAR-PAGADOS - QUITA LA MARCA DE PAGADO DE TODO  *
026740*                        EL MAESTRO ANTES DE LA CORRIDA    *
026750*----------------------------------------------------------*
026760 6030-LIMPIAR-PAGADOS.
026770     MOVE LOW-VALUES TO NF-EMPLEADO-ID.
026780     START NOMINA-ARCH KEY IS NOT LESS THAN NF-EMPLEADO-ID
026790         INVALID KEY
026800             GO TO 6030-EXIT
026810     END-START.
026820     MOVE "N" TO SW-FIN-NOMINA.
026830     PERFORM UNTIL FIN-NOMINA
026840         READ NOMINA-ARCH NEXT RECORD
026850             AT END
026860                 MOVE "S" TO SW-FIN-NOMINA
026870             NOT AT END
026880                 MOVE "N" TO NF-PAGADO-PERIODO
026890                 REWRITE NF-REGISTRO
026900         END-READ
026910     END-PERFORM.
026920 6030-EXIT.
026930     EXIT.
026940
026950*----------------------------------------------------------*
026960* 6040-BARRER-ASALARIADOS - PAGA A LOS ASALARIADOS ACTIVOS *
026970*                           QUE NO RECIBIERON TARJETA      *
026980*----------------------------------------------------------*
026990 6040-BARRER-ASALARIADOS.
027000     MOVE LOW-VALUES TO NF-EMPLEADO-ID.
027010     START NOMINA-ARCH KEY IS NOT LESS THAN NF-EMPLEADO-ID
027020         INVALID KEY
027030             GO TO 6040-EXIT
027040     END-START.
027050     MOVE "N" TO SW-FIN-NOMINA.
027060     PERFORM UNTIL FIN-NOMINA
027070         READ NOMINA-ARCH NEXT RECORD
027080             AT END
027090                 MOVE "S" TO SW-FIN-NOMINA
027100             NOT AT END
027110                 IF NF-ASALARIADO AND NF-ACTIVO
027120                         AND NF-PAGADO-PERIODO NOT = "S"
027130                     PERFORM 6020-PAGAR-ASALARIADO
027140                         THRU 6020-EXIT
027150                 END-IF
027160         END-READ
027170     END-PERFORM.
027180 6040-EXIT.
027190     EXIT.
027200
027210*----------------------------------------------------------*
027220* 6050-RENGLON-RETROACTIVO - RENGLON APARTE EN EL REPORTE  *
027230*                            DE TARJETAS CON EL            *
027240*                            RETROACTIVO INCLUIDO EN EL    *
027250*                            BRUTO                         *
027260*----------------------------------------------------------*
027270 6050-RENGLON-RETROACTIVO.
027280     IF RETRO-MONTO = 0
027290         GO TO 6050-EXIT
027300     END-IF.
027310     MOVE RETRO-MONTO TO RETRO-ED.
027320     MOVE SPACES TO RN-REGISTRO.
027330     STRING "       Retroactivo incluido en el bruto: "
027340             RETRO-ED
027350         DELIMITED BY SIZE INTO RN-REGISTRO.
027360     WRITE RN-REGISTRO.
027370 6050-EXIT.
027380     EXIT.
027390
027400*----------------------------------------------------------*
027410* 7000-MANTENIMIENTO-EMPLEADO - CORRIGE DATOS O CAMBIA EL  *
027420*                               ESTADO ACTIVO/INACTIVO DE  *
027430*                               UN EMPLEADO YA EXISTENTE.  *
027440*----------------------------------------------------------*
027450 7000-MANTENIMIENTO-EMPLEADO.
027460     DISPLAY "Ingrese el ID del empleado a mantener: ".
027470     ACCEPT TEMP-EMPLEADO-ID.
027480     MOVE TEMP-EMPLEADO-ID TO NF-EMPLEADO-ID.
027490
027500     READ NOMINA-ARCH
027510         INVALID KEY
027520             DISPLAY "Empleado no encontrado."
027530             GO TO 7000-EXIT
027540     END-READ.
027550
027560     DISPLAY "Nombre actual: " NF-NOMBRE.
027570     DISPLAY "Tarifa actual: " NF-TARIFA-HORA.
027580     DISPLAY "Cuenta actual: " NF-CUENTA.
027590     DISPLAY "Ruta actual: " NF-RUTA.
027600     DISPLAY "Deduccion recurrente actual: "
027610         NF-DEDUCCION-REC.
027620     DISPLAY "Departamento actual: " NF-DEPARTAMENTO.
027630     IF NF-ACTIVO
027640         DISPLAY "Estado actual: ACTIVO."
027650     ELSE
027660         DISPLAY "Estado actual: INACTIVO."
027670     END-IF.
027680     IF NF-ASALARIADO
027690         DISPLAY "Tipo de pago: ASALARIADO, fijo "
027700             NF-SALARIO-FIJO "."
027710     ELSE
027720         DISPLAY "Tipo de pago: POR HORA."
027730     END-IF.
027740
027750*    SE GUARDAN LOS VALORES DE PAGO ANTERIORES PARA EL
027760*    HISTORIAL DE TARIFAS Y EL CALCULO DE RETROACTIVOS.
027770     MOVE NF-TARIFA-HORA TO TARIFA-ANTERIOR.
027780     MOVE NF-SALARIO-FIJO TO FIJO-ANTERIOR.
027790     MOVE NF-TIPO-PAGO TO TIPO-ANTERIOR.
027800
027810     DISPLAY "1. Corregir Nombre y Tarifa".
027820     DISPLAY "2. Corregir Datos Bancarios".
027830     DISPLAY "3. Corregir Deduccion y Departamento".
027840     DISPLAY "4. Activar Empleado".
027850     DISPLAY "5. Inactivar Empleado".
027860     DISPLAY "6. Corregir Tipo de Pago y Salario Fijo".
027870     DISPLAY "7. Cancelar".
027880     DISPLAY "Seleccione una opcion: ".
027890     ACCEPT OPCION-MANT.
027900
027910     EVALUATE OPCION-MANT
027920         WHEN 1
027930             DISPLAY "Ingrese el nuevo nombre del empleado: "
027940             ACCEPT TEMP-NOMBRE
027950             MOVE TEMP-NOMBRE TO NF-NOMBRE
027960             MOVE "N" TO ENTRADA-VALIDA
027970             PERFORM UNTIL ES-VALIDA
027980                 DISPLAY "Ingrese la nueva tarifa por hora: "
027990                 ACCEPT ENTRADA-CAPTURA
028000                 PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
028010                 IF ES-VALIDA AND VALOR-DECIMAL > 999.99
028020                     MOVE "N" TO ENTRADA-VALIDA
028030                     DISPLAY "La tarifa no puede exceder "
028040                         "999.99."
028050                 END-IF
028060                 IF NOT ES-VALIDA
028070                     DISPLAY "Entrada invalida, debe ser "
028080                         "numerica."
028090                 END-IF
028100             END-PERFORM
028110             MOVE VALOR-DECIMAL TO TEMP-TARIFA
028120             MOVE TEMP-TARIFA TO NF-TARIFA-HORA
028130             DISPLAY "Datos del empleado corregidos."
028140         WHEN 2
028150             DISPLAY "Ingrese la nueva cuenta bancaria: "
028160             ACCEPT TEMP-CUENTA
028170             MOVE TEMP-CUENTA TO NF-CUENTA
028180             DISPLAY "Ingrese la nueva ruta bancaria: "
028190             ACCEPT TEMP-RUTA
028200             MOVE TEMP-RUTA TO NF-RUTA
028210             DISPLAY "Datos bancarios corregidos."
028220         WHEN 3
028230             MOVE "N" TO ENTRADA-VALIDA
028240             PERFORM UNTIL ES-VALIDA
028250                 DISPLAY "Ingrese la nueva deduccion "
028260                     "recurrente (0 si no aplica): "
028270                 ACCEPT ENTRADA-CAPTURA
028280                 PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
028290                 IF NOT ES-VALIDA
028300                     DISPLAY "Entrada invalida, debe ser "
028310                         "numerica."
028320                 END-IF
028330             END-PERFORM
028340             MOVE VALOR-DECIMAL TO TEMP-DEDUCCION-REC
028350             MOVE TEMP-DEDUCCION-REC TO NF-DEDUCCION-REC
028360             IF NF-DEDUCCION-REC > 0
028370                 PERFORM 7700-PEDIR-BENEFICIARIO THRU 7700-EXIT
028380             END-IF
028390             DISPLAY "Ingrese el nuevo departamento: "
028400             ACCEPT TEMP-DEPARTAMENTO
028410             MOVE TEMP-DEPARTAMENTO TO NF-DEPARTAMENTO
028420             DISPLAY "Deduccion y departamento corregidos."
028430         WHEN 4
028440*            UN EMPLEADO DADO DE BAJA CON FINIQUITO NO SE
028450*            REACTIVA; SE DA DE ALTA DE NUEVO.
028460             PERFORM 7405-BUSCAR-BAJA THRU 7405-EXIT
028470             IF BAJA-HALLADA
028480                 DISPLAY "Empleado dado de baja con finiquito; "
028490                     "no se reactiva."
028500                 GO TO 7000-EXIT
028510             END-IF
028520             MOVE "A" TO NF-ESTADO
028530             DISPLAY "Empleado activado."
028540         WHEN 5
028550             MOVE "I" TO NF-ESTADO
028560             DISPLAY "Empleado inactivado."
028570         WHEN 6
028580             MOVE "N" TO ENTRADA-VALIDA
028590             PERFORM UNTIL ES-VALIDA
028600                 DISPLAY "Tipo de pago (H=Por Hora, "
028610                     "S=Asalariado): "
028620                 ACCEPT TEMP-TIPO-PAGO
028630                 IF TEMP-TIPO-PAGO = "H"
028640                         OR TEMP-TIPO-PAGO = "S"
028650                     MOVE "S" TO ENTRADA-VALIDA
028660                 ELSE
028670                     DISPLAY "Tipo invalido, use H o S."
028680                 END-IF
028690             END-PERFORM
028700             MOVE TEMP-TIPO-PAGO TO NF-TIPO-PAGO
028710             IF NF-ASALARIADO
028720                 MOVE "N" TO ENTRADA-VALIDA
028730                 PERFORM UNTIL ES-VALIDA
028740                     DISPLAY "Ingrese el salario fijo por "
028750                         "periodo: "
028760                     ACCEPT ENTRADA-CAPTURA
028770                     PERFORM 9930-VALIDAR-DECIMAL
028780                         THRU 9930-EXIT
028790                     IF NOT ES-VALIDA
028800                         DISPLAY "Entrada invalida, debe "
028810                             "ser numerica."
028820                     END-IF
028830                 END-PERFORM
028840                 MOVE VALOR-DECIMAL TO NF-SALARIO-FIJO
028850             ELSE
028860                 MOVE 0 TO NF-SALARIO-FIJO
028870             END-IF
028880             DISPLAY "Tipo de pago corregido."
028890         WHEN 7
028900             DISPLAY "Mantenimiento cancelado."
028910             GO TO 7000-EXIT
028920         WHEN OTHER
028930             DISPLAY "Opcion invalida, no se realizo cambio."
028940             GO TO 7000-EXIT
028950     END-EVALUATE.
028960
028970     REWRITE NF-REGISTRO
028980         INVALID KEY
028990             DISPLAY "No se pudo actualizar el empleado."
029000             GO TO 7000-EXIT
029010     END-REWRITE.
029020     IF OPCION-MANT = 1 OR OPCION-MANT = 6
029030         PERFORM 7300-REGISTRAR-CAMBIO-TARIFA THRU 7300-EXIT
029040     END-IF.
029050     IF OPCION-MANT = 3 AND NF-DEDUCCION-REC > 0
029060         PERFORM 7710-ANOTAR-BENEFICIARIO THRU 7710-EXIT
029070     END-IF.
029080 7000-EXIT.
029090     EXIT.
029100
029110*----------------------------------------------------------*
029120* 7100-REGISTRAR-VACACIONES - DESCUENTA DEL SALDO LAS      *
029130*                             HORAS TOMADAS Y LAS DEJA     *
029140*                             PENDIENTES DE PAGO PARA EL   *
029150*                             SIGUIENTE PROCESO DE         *
029160*                             TARJETAS; UNA SOLICITUD QUE  *
029170*                             EXCEDE EL SALDO SE RECHAZA A *
029180*                             LA BITACORA DE EXCEPCIONES   *
029190*----------------------------------------------------------*
029200 7100-REGISTRAR-VACACIONES.
029210     DISPLAY "Ingrese el ID del empleado: ".
029220     ACCEPT TEMP-EMPLEADO-ID.
029230     MOVE TEMP-EMPLEADO-ID TO NF-EMPLEADO-ID.
029240
029250     READ NOMINA-ARCH
029260         INVALID KEY
029270             DISPLAY "Empleado no encontrado."
029280             GO TO 7100-EXIT
029290     END-READ.
029300
029310     IF NF-INACTIVO
029320         DISPLAY "Empleado inactivo; no se registran "
029330             "vacaciones."
029340         MOVE SPACES TO EX-REGISTRO
029350         MOVE "VACACION" TO EX-ORIGEN
029360         MOVE TEMP-EMPLEADO-ID TO EX-CODIGO
029370         MOVE "Empleado inactivo" TO EX-MOTIVO
029380         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
029390         GO TO 7100-EXIT
029400     END-IF.
029410
029420     MOVE NF-VAC-SALDO TO VAC-SALDO-ED.
029430     DISPLAY "Saldo de vacaciones: " VAC-SALDO-ED " horas.".
029440     MOVE "N" TO ENTRADA-VALIDA.
029450     PERFORM UNTIL ES-VALIDA
029460         DISPLAY "Ingrese las horas de vacaciones a tomar: "
029470         ACCEPT ENTRADA-CAPTURA
029480         PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
029490         IF ES-VALIDA AND VALOR-DECIMAL = 0
029500             MOVE "N" TO ENTRADA-VALIDA
029510             DISPLAY "Las horas deben ser mayores que cero."
029520         END-IF
029530         IF NOT ES-VALIDA
029540             DISPLAY "Entrada invalida, debe ser numerica."
029550         END-IF
029560     END-PERFORM.
029570     MOVE VALOR-DECIMAL TO TEMP-VAC-HORAS.
029580
029590     IF TEMP-VAC-HORAS > NF-VAC-SALDO
029600         DISPLAY "La solicitud excede el saldo; se rechaza."
029610         MOVE SPACES TO EX-REGISTRO
029620         MOVE "VACACION" TO EX-ORIGEN
029630         MOVE TEMP-EMPLEADO-ID TO EX-CODIGO
029640         MOVE "Solicitud excede el saldo" TO EX-MOTIVO
029650         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
029660         GO TO 7100-EXIT
029670     END-IF.
029680
029690     SUBTRACT TEMP-VAC-HORAS FROM NF-VAC-SALDO.
029700     ADD TEMP-VAC-HORAS TO NF-VAC-TOMADAS.
029710     ADD TEMP-VAC-HORAS TO NF-VAC-PERIODO.
029720     REWRITE NF-REGISTRO
029730         INVALID KEY
029740             DISPLAY "No se pudo actualizar el empleado."
029750             GO TO 7100-EXIT
029760     END-REWRITE.
029770     DISPLAY "Vacaciones registradas; se pagaran a tarifa "
029780         "sencilla en el siguiente proceso de tarjetas.".
029790 7100-EXIT.
029800     EXIT.
029810
029820*----------------------------------------------------------*
029830* 7200-REPORTE-VACACIONES - SALDOS DE VACACIONES POR       *
029840*                           EMPLEADO                       *
029850*----------------------------------------------------------*
029860 7200-REPORTE-VACACIONES.
029870     MOVE LOW-VALUES TO NF-EMPLEADO-ID.
029880     START NOMINA-ARCH KEY IS NOT LESS THAN NF-EMPLEADO-ID
029890         INVALID KEY
029900             DISPLAY "No hay empleados registrados en la "
029910                 "nomina."
029920             GO TO 7200-EXIT
029930     END-START.
029940
029950     DISPLAY "=== SALDOS DE VACACIONES ===".
029960     DISPLAY "ID     Nombre               Tasa  Tomadas "
029970         "Saldo  Pendiente".
029980     DISPLAY "-----------------------------------------------".
029990     MOVE "N" TO SW-FIN-NOMINA.
030000     PERFORM UNTIL FIN-NOMINA
030010         READ NOMINA-ARCH NEXT RECORD
030020             AT END
030030                 MOVE "S" TO SW-FIN-NOMINA
030040             NOT AT END
030050                 MOVE NF-VAC-TASA    TO VAC-TASA-ED
030060                 MOVE NF-VAC-TOMADAS TO VAC-TOMADAS-ED
030070                 MOVE NF-VAC-SALDO   TO VAC-SALDO-ED
030080                 MOVE NF-VAC-PERIODO TO VAC-PENDIENTE-ED
030090                 DISPLAY NF-EMPLEADO-ID " " NF-NOMBRE " "
030100                     VAC-TASA-ED " " VAC-TOMADAS-ED " "
030110                     VAC-SALDO-ED " " VAC-PENDIENTE-ED
030120         END-READ
030130     END-PERFORM.
030140     DISPLAY "-----------------------------------------------".
030150 7200-EXIT.
030160     EXIT.
030170
030180*----------------------------------------------------------*
030190* 7300-REGISTRAR-CAMBIO-TARIFA - CAPTURA LA FECHA EFECTIVA *
030200*                                DE UN CAMBIO DE TARIFA O  *
030210*                                SALARIO FIJO, LO GUARDA   *
030220*                                EN EL HISTORIAL Y, SI     *
030230*                                CAE EN PERIODOS CERRADOS, *
030240*                                CALCULA EL RETROACTIVO    *
030250*----------------------------------------------------------*
030260 7300-REGISTRAR-CAMBIO-TARIFA.
030270     IF NF-TIPO-PAGO = TIPO-ANTERIOR
030280             AND NF-TARIFA-HORA = TARIFA-ANTERIOR
030290             AND NF-SALARIO-FIJO = FIJO-ANTERIOR
030300         GO TO 7300-EXIT
030310     END-IF.
030320     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
030330     MOVE "N" TO ENTRADA-VALIDA.
030340     PERFORM UNTIL ES-VALIDA
030350         DISPLAY "Fecha efectiva del cambio (AAAAMMDD, "
030360             "en blanco = hoy): "
030370         MOVE SPACES TO ENTRADA-CAPTURA
030380         ACCEPT ENTRADA-CAPTURA
030390         IF ENTRADA-CAPTURA = SPACES
030400             MOVE FECHA-HOY TO FECHA-EFECTIVA
030410             MOVE "S" TO ENTRADA-VALIDA
030420         ELSE
030430             IF ENTRADA-CAPTURA IS NUMERIC
030440                 MOVE ENTRADA-CAPTURA TO FECHA-EFECTIVA
030450                 IF FE-MES >= 1 AND FE-MES <= 12
030460                         AND FE-DIA >= 1 AND FE-DIA <= 31
030470                         AND FECHA-EFECTIVA <= FECHA-HOY
030480                     MOVE "S" TO ENTRADA-VALIDA
030490                 END-IF
030500             END-IF
030510         END-IF
030520         IF NOT ES-VALIDA
030530             DISPLAY "Fecha invalida o futura, use AAAAMMDD."
030540         END-IF
030550     END-PERFORM.
030560
030570     OPEN EXTEND TARIFAS.
030580     IF NOT FS-TARIFAS-OK
030590         OPEN OUTPUT TARIFAS
030600     END-IF.
030610     MOVE SPACES TO TH-REGISTRO.
030620     MOVE NF-EMPLEADO-ID  TO TH-EMPLEADO-ID.
030630     MOVE FECHA-EFECTIVA  TO TH-FECHA-EFECTIVA.
030640     MOVE NF-TIPO-PAGO    TO TH-TIPO-PAGO.
030650     MOVE TARIFA-ANTERIOR TO TH-TARIFA-ANT.
030660     MOVE NF-TARIFA-HORA  TO TH-TARIFA.
030670     MOVE FIJO-ANTERIOR   TO TH-FIJO-ANT.
030680     MOVE NF-SALARIO-FIJO TO TH-FIJO.
030690     MOVE OPERADOR-ACTUAL TO TH-OPERADOR.
030700     MOVE FECHA-HOY       TO TH-FECHA-REG.
030710     WRITE TH-REGISTRO.
030720     CLOSE TARIFAS.
030730     DISPLAY "Cambio registrado en el historial de tarifas.".
030740
030750*    UN CAMBIO DE TIPO DE PAGO NO TIENE UNA TARIFA ANTERIOR
030760*    COMPARABLE; NO SE CALCULA RETROACTIVO.
030770     IF NF-TIPO-PAGO NOT = TIPO-ANTERIOR
030780         DISPLAY "Cambio de tipo de pago; no genera "
030790             "retroactivo."
030800         GO TO 7300-EXIT
030810     END-IF.
030820     PERFORM 7310-CALCULAR-RETROACTIVO THRU 7310-EXIT.
030830 7300-EXIT.
030840     EXIT.
030850
030860*----------------------------------------------------------*
030870* 7305-BUSCAR-ULTIMO-CERRADO - ULTIMO PERIODO CERRADO DEL  *
030880*                              CALENDARIO (EN BLANCO SI NO *
030890*                              HAY NINGUNO)                *
030900*----------------------------------------------------------*
030910 7305-BUSCAR-ULTIMO-CERRADO.
030920     MOVE SPACES TO ULTIMO-CERRADO.
030930     OPEN INPUT PERNOM.
030940     IF NOT FS-PERNOM-OK
030950         GO TO 7305-EXIT
030960     END-IF.
030970     MOVE "N" TO SW-FIN-ARCHIVO.
030980     PERFORM UNTIL FIN-ARCHIVO
030990         READ PERNOM
031000             AT END
031010                 MOVE "S" TO SW-FIN-ARCHIVO
031020             NOT AT END
031030                 IF PC-PERIODO > ULTIMO-CERRADO
031040                     MOVE PC-PERIODO TO ULTIMO-CERRADO
031050                 END-IF
031060         END-READ
031070     END-PERFORM.
031080     CLOSE PERNOM.
031090 7305-EXIT.
031100     EXIT.
031110
031120*----------------------------------------------------------*
031130* 7310-CALCULAR-RETROACTIVO - RECORRE LOS PERIODOS         *
031140*                             CERRADOS DEL EMPLEADO DESDE  *
031150*                             LA FECHA EFECTIVA Y DEJA     *
031160*                             PENDIENTE LA DIFERENCIA DE   *
031170*                             CADA UNO                     *
031180*----------------------------------------------------------*
031190 7310-CALCULAR-RETROACTIVO.
031200     MOVE 0 TO RETRO-TOTAL.
031210     MOVE 0 TO RETRO-PERIODOS.
031220     MOVE FECHA-EFECTIVA(1:6) TO PERIODO-EFECTIVO.
031230     PERFORM 7305-BUSCAR-ULTIMO-CERRADO THRU 7305-EXIT.
031240     IF ULTIMO-CERRADO = SPACES
031250             OR PERIODO-EFECTIVO > ULTIMO-CERRADO
031260         DISPLAY "El cambio aplica desde el periodo abierto; "
031270             "no genera retroactivo."
031280         GO TO 7310-EXIT
031290     END-IF.
031300
031310     PERFORM 7320-CARGAR-RETROACTIVOS THRU 7320-EXIT.
031320*    CON LA TABLA DESBORDADA EL REGRABADO PERDERIA
031330*    RETROACTIVOS; EL CALCULO QUEDA PARA DESPUES.
031340     IF RET-OMITIDOS > 0
031350         DISPLAY "No se calcula el retroactivo."
031360         MOVE SPACES TO EX-REGISTRO
031370         MOVE "RETROACT" TO EX-ORIGEN
031380         MOVE NF-EMPLEADO-ID TO EX-CODIGO
031390         MOVE "Tabla de retroactivos llena" TO EX-MOTIVO
031400         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
031410         GO TO 7310-EXIT
031420     END-IF.
031430     OPEN INPUT REGISTRO.
031440     IF NOT FS-REGISTRO-OK
031450         DISPLAY "No hay registro historico (REGISTRO.DAT)."
031460         GO TO 7310-EXIT
031470     END-IF.
031480     MOVE "N" TO SW-FIN-ARCHIVO.
031490     PERFORM UNTIL FIN-ARCHIVO
031500         READ REGISTRO
031510             AT END
031520                 MOVE "S" TO SW-FIN-ARCHIVO
031530             NOT AT END
031540                 IF RG-EMPLEADO-ID = NF-EMPLEADO-ID
031550                         AND RG-PERIODO >= PERIODO-EFECTIVO
031560                         AND RG-NOMINA-REGULAR
031570                     PERFORM 7315-RETRO-PERIODO THRU 7315-EXIT
031580                 END-IF
031590         END-READ
031600     END-PERFORM.
031610     CLOSE REGISTRO.
031620     PERFORM 7325-GRABAR-RETROACTIVOS THRU 7325-EXIT.
031630     MOVE RETRO-TOTAL TO RETRO-TOTAL-ED.
031640     DISPLAY "Retroactivo de " RETRO-PERIODOS
031650         " periodo(s) cerrado(s): " RETRO-TOTAL-ED.
031660     IF RETRO-TOTAL > 0
031670         DISPLAY "Se pagara en el siguiente proceso de "
031680             "tarjetas."
031690     END-IF.
031700 7310-EXIT.
031710     EXIT.
031720
031730*----------------------------------------------------------*
031740* 7315-RETRO-PERIODO - DIFERENCIA DE UN PERIODO ARCHIVADO  *
031750*                      ENTRE EL PAGO NUEVO Y EL ANTERIOR;  *
031760*                      EL PERIODO DE LA FECHA EFECTIVA SE  *
031770*                      PRORRATEA POR DIAS (MES DE 30)      *
031780*----------------------------------------------------------*
031790 7315-RETRO-PERIODO.
031800     IF NF-ASALARIADO
031810         COMPUTE RETRO-DIFERENCIA =
031820                 NF-SALARIO-FIJO - FIJO-ANTERIOR
031830     ELSE
031840         IF RG-HORAS IS NOT NUMERIC
031850             MOVE SPACES TO EX-REGISTRO
031860             MOVE "RETROACT" TO EX-ORIGEN
031870             MOVE NF-EMPLEADO-ID TO EX-CODIGO
031880             STRING "Periodo " RG-PERIODO " sin horas"
031890                 DELIMITED BY SIZE INTO EX-MOTIVO
031900             PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
031910             GO TO 7315-EXIT
031920         END-IF
031930         MOVE RG-HORAS TO RETRO-HORAS
031940         MOVE NF-TARIFA-HORA TO RETRO-TARIFA
031950         PERFORM 7318-BRUTO-POR-HORAS THRU 7318-EXIT
031960         MOVE RETRO-BRUTO TO RETRO-BRUTO-NUEVO
031970         MOVE TARIFA-ANTERIOR TO RETRO-TARIFA
031980         PERFORM 7318-BRUTO-POR-HORAS THRU 7318-EXIT
031990         COMPUTE RETRO-DIFERENCIA =
032000                 RETRO-BRUTO-NUEVO - RETRO-BRUTO
032010     END-IF.
032020     IF RG-PERIODO = PERIODO-EFECTIVO AND FE-DIA > 1
032030         IF FE-DIA > 30
032040             MOVE 1 TO RETRO-DIAS
032050         ELSE
032060             COMPUTE RETRO-DIAS = 31 - FE-DIA
032070         END-IF
032080         COMPUTE RETRO-DIFERENCIA ROUNDED =
032090                 RETRO-DIFERENCIA * RETRO-DIAS / 30
032100     END-IF.
032110*    UNA BAJA DE TARIFA NO SE RECUPERA RETROACTIVAMENTE.
032120     IF RETRO-DIFERENCIA NOT > 0
032130         GO TO 7315-EXIT
032140     END-IF.
032150     IF RET-CONTADOR >= 300
032160         DISPLAY "Tabla de retroactivos llena; no se registra "
032170             "el periodo " RG-PERIODO "."
032180         MOVE SPACES TO EX-REGISTRO
032190         MOVE "RETROACT" TO EX-ORIGEN
032200         MOVE NF-EMPLEADO-ID TO EX-CODIGO
032210         MOVE "Tabla de retroactivos llena" TO EX-MOTIVO
032220         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
032230         GO TO 7315-EXIT
032240     END-IF.
032250     ADD 1 TO RET-CONTADOR.
032260     SET RET-IDX TO RET-CONTADOR.
032270     MOVE NF-EMPLEADO-ID   TO RET-ID(RET-IDX).
032280     MOVE RG-PERIODO       TO RET-PERIODO(RET-IDX).
032290     MOVE FECHA-EFECTIVA   TO RET-FECHA-EFEC(RET-IDX).
032300     MOVE RETRO-DIFERENCIA TO RET-IMPORTE(RET-IDX).
032310     MOVE "P"              TO RET-ESTADO(RET-IDX).
032320     MOVE SPACES           TO RET-PERIODO-PAGO(RET-IDX).
032330     MOVE OPERADOR-ACTUAL  TO RET-OPERADOR(RET-IDX).
032340     MOVE FECHA-HOY        TO RET-FECHA(RET-IDX).
032350     ADD RETRO-DIFERENCIA TO RETRO-TOTAL.
032360     ADD 1 TO RETRO-PERIODOS.
032370 7315-EXIT.
032380     EXIT.
032390
032400*----------------------------------------------------------*
032410* 7318-BRUTO-POR-HORAS - BRUTO DE RETRO-HORAS A            *
032420*                        RETRO-TARIFA CON HORAS EXTRA      *
032430*----------------------------------------------------------*
032440 7318-BRUTO-POR-HORAS.
032450     IF RETRO-HORAS > HORAS-NORMALES
032460         COMPUTE RETRO-BRUTO =
032470                 (HORAS-NORMALES * RETRO-TARIFA)
032480                 + ((RETRO-HORAS - HORAS-NORMALES)
032490                 * RETRO-TARIFA * FACTOR-EXTRA)
032500     ELSE
032510         COMPUTE RETRO-BRUTO = RETRO-HORAS * RETRO-TARIFA
032520     END-IF.
032530 7318-EXIT.
032540     EXIT.
032550
032560*----------------------------------------------------------*
032570* 7320-CARGAR-RETROACTIVOS - LEE RETROACT.DAT A LA TABLA   *
032580*----------------------------------------------------------*
032590 7320-CARGAR-RETROACTIVOS.
032600     MOVE 0 TO RET-CONTADOR.
032610     MOVE 0 TO RET-OMITIDOS.
032620     OPEN INPUT RETROACT.
032630     IF NOT FS-RETROACT-OK
032640         GO TO 7320-EXIT
032650     END-IF.
032660     MOVE "N" TO SW-FIN-ARCHIVO.
032670     PERFORM UNTIL FIN-ARCHIVO
032680         READ RETROACT
032690             AT END
032700                 MOVE "S" TO SW-FIN-ARCHIVO
032710             NOT AT END
032720                 IF RET-CONTADOR >= 300
032730                     ADD 1 TO RET-OMITIDOS
032740                 ELSE
032750                     ADD 1 TO RET-CONTADOR
032760                     SET RET-IDX TO RET-CONTADOR
032770                     MOVE RT-EMPLEADO-ID TO RET-ID(RET-IDX)
032780                     MOVE RT-PERIODO TO RET-PERIODO(RET-IDX)
032790                     MOVE RT-FECHA-EFECTIVA
032800                         TO RET-FECHA-EFEC(RET-IDX)
032810                     MOVE RT-IMPORTE TO RET-IMPORTE(RET-IDX)
032820                     MOVE RT-ESTADO TO RET-ESTADO(RET-IDX)
032830                     MOVE RT-PERIODO-PAGO
032840                         TO RET-PERIODO-PAGO(RET-IDX)
032850                     MOVE RT-OPERADOR TO RET-OPERADOR(RET-IDX)
032860                     MOVE RT-FECHA TO RET-FECHA(RET-IDX)
032870                 END-IF
032880         END-READ
032890     END-PERFORM.
032900     CLOSE RETROACT.
032910     IF RET-OMITIDOS > 0
032920         DISPLAY "Aviso: RETROACT.DAT excede los 300 "
032930             "renglones de la tabla; se omitieron "
032940             RET-OMITIDOS "."
032950     END-IF.
032960 7320-EXIT.
032970     EXIT.
032980
032990*----------------------------------------------------------*
033000* 7325-GRABAR-RETROACTIVOS - REGRABA RETROACT.DAT DESDE LA *
033010*                            TABLA; CON RETRO-DEPURAR LOS  *
033020*                            CERRADOS PASAN A RETROHIS.DAT *
033030*----------------------------------------------------------*
033040 7325-GRABAR-RETROACTIVOS.
033050     IF RET-OMITIDOS > 0
033060         GO TO 7325-EXIT
033070     END-IF.
033080     MOVE 0 TO RET-DEPURADOS.
033090     IF RETRO-DEPURAR
033100         OPEN EXTEND RETROHIS
033110         IF NOT FS-RETROHIS-OK
033120             OPEN OUTPUT RETROHIS
033130         END-IF
033140         IF NOT FS-RETROHIS-OK
033150             DISPLAY "No se pudo abrir RETROHIS.DAT; los "
033160                 "retroactivos cerrados se conservan."
033170             MOVE "N" TO SW-RETRO-DEPURAR
033180         END-IF
033190     END-IF.
033200     OPEN OUTPUT RETROACT.
033210     IF NOT FS-RETROACT-OK
033220         DISPLAY "No se pudo grabar el archivo de "
033230             "retroactivos."
033240         IF RETRO-DEPURAR
033250             CLOSE RETROHIS
033260         END-IF
033270         GO TO 7325-EXIT
033280     END-IF.
033290     PERFORM VARYING RET-IDX FROM 1 BY 1
033300             UNTIL RET-IDX > RET-CONTADOR
033310         MOVE SPACES TO RT-REGISTRO
033320         MOVE RET-ID(RET-IDX)           TO RT-EMPLEADO-ID
033330         MOVE RET-PERIODO(RET-IDX)      TO RT-PERIODO
033340         MOVE RET-FECHA-EFEC(RET-IDX)   TO RT-FECHA-EFECTIVA
033350         MOVE RET-IMPORTE(RET-IDX)      TO RT-IMPORTE
033360         MOVE RET-ESTADO(RET-IDX)       TO RT-ESTADO
033370         MOVE RET-PERIODO-PAGO(RET-IDX) TO RT-PERIODO-PAGO
033380         MOVE RET-OPERADOR(RET-IDX)     TO RT-OPERADOR
033390         MOVE RET-FECHA(RET-IDX)        TO RT-FECHA
033400         IF RETRO-DEPURAR AND RET-ESTADO(RET-IDX) = "C"
033410             MOVE RT-REGISTRO TO RH-REGISTRO
033420             WRITE RH-REGISTRO
033430             ADD 1 TO RET-DEPURADOS
033440         ELSE
033450             WRITE RT-REGISTRO
033460         END-IF
033470     END-PERFORM.
033480     CLOSE RETROACT.
033490     IF RETRO-DEPURAR
033500         CLOSE RETROHIS
033510         IF RET-DEPURADOS > 0
033520             DISPLAY RET-DEPURADOS " retroactivos cerrados "
033530                 "pasados a RETROHIS.DAT."
033540         END-IF
033550     END-IF.
033560 7325-EXIT.
033570     EXIT.
033580
033590*----------------------------------------------------------*
033600* 7330-RETRO-EMPLEADO - SUMA EN RETRO-MONTO LOS            *
033610*                       RETROACTIVOS DEL EMPLEADO EN       *
033620*                       ESTADO RETRO-ESTADO-BUSCA Y, SI    *
033630*                       SE INDICA, LOS PASA A              *
033640*                       RETRO-ESTADO-NUEVO                 *
033650*----------------------------------------------------------*
033660 7330-RETRO-EMPLEADO.
033670     MOVE 0 TO RETRO-MONTO.
033680     PERFORM VARYING RET-IDX FROM 1 BY 1
033690             UNTIL RET-IDX > RET-CONTADOR
033700         IF RET-ID(RET-IDX) = NF-EMPLEADO-ID
033710                 AND RET-ESTADO(RET-IDX) = RETRO-ESTADO-BUSCA
033720             ADD RET-IMPORTE(RET-IDX) TO RETRO-MONTO
033730             IF RETRO-ESTADO-NUEVO NOT = SPACE
033740                 MOVE RETRO-ESTADO-NUEVO
033750                     TO RET-ESTADO(RET-IDX)
033760                 IF RETRO-ESTADO-NUEVO = "C"
033770                     MOVE TEMP-PERIODO
033780                         TO RET-PERIODO-PAGO(RET-IDX)
033790                 END-IF
033800             END-IF
033810         END-IF
033820     END-PERFORM.
033830 7330-EXIT.
033840     EXIT.
033850
033860*----------------------------------------------------------*
033870* 7400-BAJA-EMPLEADO - DA DE BAJA A UN EMPLEADO ACTIVO CON *
033880*                      SU FINIQUITO: PERIODO PARCIAL,      *
033890*                      VACACIONES, RETROACTIVOS Y          *
033900*                      DEDUCCION RECURRENTE; RECIBO FINAL, *
033910*                      TRANSFERENCIA, REGISTRO Y BAJAS.DAT *
033920*----------------------------------------------------------*
033930 7400-BAJA-EMPLEADO.
033940     DISPLAY "Ingrese el ID del empleado a dar de baja: ".
033950     ACCEPT TEMP-EMPLEADO-ID.
033960     MOVE TEMP-EMPLEADO-ID TO NF-EMPLEADO-ID.
033970     READ NOMINA-ARCH
033980         INVALID KEY
033990             DISPLAY "Empleado no encontrado."
034000             GO TO 7400-EXIT
034010     END-READ.
034020     PERFORM 7405-BUSCAR-BAJA THRU 7405-EXIT.
034030     IF BAJA-HALLADA
034040         DISPLAY "El empleado ya fue dado de baja el "
034050             BJ-FECHA-BAJA "."
034060         GO TO 7400-EXIT
034070     END-IF.
034080     IF NF-INACTIVO
034090         DISPLAY "El empleado esta inactivo; activelo antes "
034100             "de darlo de baja."
034110         GO TO 7400-EXIT
034120     END-IF.
034130
034140*    LA BAJA CAE EN EL PERIODO ABIERTO: NUNCA EN UNO YA
034150*    CERRADO NI EN EL FUTURO.
034160     PERFORM 7305-BUSCAR-ULTIMO-CERRADO THRU 7305-EXIT.
034170     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
034180     MOVE "N" TO ENTRADA-VALIDA.
034190     PERFORM UNTIL ES-VALIDA
034200         DISPLAY "Fecha de baja (AAAAMMDD): "
034210         MOVE SPACES TO ENTRADA-CAPTURA
034220         ACCEPT ENTRADA-CAPTURA
034230         IF ENTRADA-CAPTURA IS NUMERIC
034240             MOVE ENTRADA-CAPTURA TO FIN-FECHA
034250             MOVE FIN-FECHA(1:6) TO FIN-PERIODO
034260             IF FN-MES >= 1 AND FN-MES <= 12
034270                     AND FN-DIA >= 1 AND FN-DIA <= 31
034280                     AND FIN-FECHA <= FECHA-HOY
034290                     AND FIN-PERIODO > ULTIMO-CERRADO
034300                 MOVE "S" TO ENTRADA-VALIDA
034310             END-IF
034320         END-IF
034330         IF NOT ES-VALIDA
034340             DISPLAY "Fecha invalida, futura o de un periodo "
034350                 "ya cerrado."
034360         END-IF
034370     END-PERFORM.
034380     MOVE SPACES TO FIN-MOTIVO.
034390     PERFORM UNTIL FIN-MOTIVO NOT = SPACES
034400         DISPLAY "Motivo de la baja: "
034410         ACCEPT FIN-MOTIVO
034420     END-PERFORM.
034430
034440     PERFORM 7410-CALCULAR-FINIQUITO THRU 7410-EXIT.
034450     IF FIN-BRUTO-CALC > 99999.99
034460         DISPLAY "El finiquito excede el importe maximo de un "
034470             "pago; no se procesa."
034480         GO TO 7400-EXIT
034490     END-IF.
034500
034510     MOVE FIN-PAGO-PERIODO TO RC-BRUTO-ED.
034520     DISPLAY "Pago del periodo parcial:  " RC-BRUTO-ED.
034530     MOVE FIN-VACACIONES TO RC-BRUTO-ED.
034540     MOVE FIN-VAC-HORAS TO FIN-HORAS-ED.
034550     DISPLAY "Vacaciones (" FIN-HORAS-ED " horas): "
034560         RC-BRUTO-ED.
034570     MOVE RETRO-MONTO TO RC-BRUTO-ED.
034580     DISPLAY "Retroactivos pendientes:   " RC-BRUTO-ED.
034590     MOVE FIN-BRUTO TO RC-BRUTO-ED.
034600     MOVE FIN-NETO TO RC-NETO-ED.
034610     DISPLAY "Bruto " RC-BRUTO-ED "  Neto " RC-NETO-ED.
034620     DISPLAY "Confirma la baja y el finiquito (S/N): ".
034630     ACCEPT FIN-CONFIRMA.
034640     IF FIN-CONFIRMA NOT = "S" AND FIN-CONFIRMA NOT = "s"
034650         DISPLAY "Baja cancelada."
034660         GO TO 7400-EXIT
034670     END-IF.
034680
034690     PERFORM 7420-RECIBO-FINIQUITO THRU 7420-EXIT.
034700     PERFORM 7430-ASENTAR-FINIQUITO THRU 7430-EXIT.
034710 7400-EXIT.
034720     EXIT.
034730
034740*----------------------------------------------------------*
034750* 7405-BUSCAR-BAJA - BUSCA AL EMPLEADO NF-EMPLEADO-ID EN   *
034760*                    BAJAS.DAT                             *
034770*----------------------------------------------------------*
034780 7405-BUSCAR-BAJA.
034790     MOVE "N" TO SW-BAJA-HALLADA.
034800     OPEN INPUT BAJAS.
034810     IF NOT FS-BAJAS-OK
034820         GO TO 7405-EXIT
034830     END-IF.
034840     MOVE "N" TO SW-FIN-ARCHIVO.
034850     PERFORM UNTIL FIN-ARCHIVO
034860         READ BAJAS
034870             AT END
034880                 MOVE "S" TO SW-FIN-ARCHIVO
034890             NOT AT END
034900                 IF BJ-EMPLEADO-ID = NF-EMPLEADO-ID
034910                     MOVE "S" TO SW-BAJA-HALLADA
034920                     MOVE "S" TO SW-FIN-ARCHIVO
034930                 END-IF
034940         END-READ
034950     END-PERFORM.
034960     CLOSE BAJAS.
034970 7405-EXIT.
034980     EXIT.
034990
035000*----------------------------------------------------------*
035010* 7410-CALCULAR-FINIQUITO - PERIODO PARCIAL, VACACIONES Y  *
035020*                           RETROACTIVOS PENDIENTES, CON   *
035030*                           TRAMOS, DEDUCCION RECURRENTE Y *
035040*                           COSTO PATRONAL                 *
035050*----------------------------------------------------------*
035060 7410-CALCULAR-FINIQUITO.
035070     MOVE 0 TO FIN-HORAS.
035080     MOVE 0 TO FIN-PAGO-PERIODO.
035090*    SI EL PROCESO DE TARJETAS YA PAGO EL PERIODO ABIERTO,
035100*    EL FINIQUITO NO LO REPITE; ESE PAGO SE ARCHIVA AL
035110*    CERRAR EL PERIODO.
035120     IF NF-PAGADO-PERIODO = "S"
035130         DISPLAY "El periodo abierto ya se pago en el proceso "
035140             "de tarjetas."
035150         GO TO 7410-VACACIONES
035160     END-IF.
035170     IF NF-ASALARIADO
035180         IF FN-DIA > 30
035190             MOVE 30 TO FIN-DIAS
035200         ELSE
035210             MOVE FN-DIA TO FIN-DIAS
035220         END-IF
035230         COMPUTE FIN-PAGO-PERIODO ROUNDED =
035240                 NF-SALARIO-FIJO * FIN-DIAS / 30
035250         GO TO 7410-VACACIONES
035260     END-IF.
035270     MOVE "N" TO ENTRADA-VALIDA.
035280     PERFORM UNTIL ES-VALIDA
035290         DISPLAY "Horas trabajadas no pagadas del periodo: "
035300         ACCEPT ENTRADA-CAPTURA
035310         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
035320         IF NOT ES-VALIDA
035330             DISPLAY "Entrada invalida, debe ser numerica."
035340         END-IF
035350     END-PERFORM.
035360     MOVE VALOR-ENTERO TO FIN-HORAS.
035370     MOVE FIN-HORAS TO RETRO-HORAS.
035380     MOVE NF-TARIFA-HORA TO RETRO-TARIFA.
035390     PERFORM 7318-BRUTO-POR-HORAS THRU 7318-EXIT.
035400     MOVE RETRO-BRUTO TO FIN-PAGO-PERIODO.
035410
035420 7410-VACACIONES.
035430*    EL SALDO SE PAGA A LA TARIFA VIGENTE; AL PERSONAL POR
035440*    HORA SE LE SUMAN LAS HORAS TOMADAS AUN NO PAGADAS. EL
035450*    ASALARIADO USA SU TARIFA POR HORA EQUIVALENTE.
035460     MOVE NF-VAC-SALDO TO FIN-VAC-HORAS.
035470     IF NF-ASALARIADO
035480         COMPUTE FIN-TARIFA-VAC ROUNDED =
035490                 NF-SALARIO-FIJO / HORAS-MES-SALARIO
035500     ELSE
035510         ADD NF-VAC-PERIODO TO FIN-VAC-HORAS
035520         MOVE NF-TARIFA-HORA TO FIN-TARIFA-VAC
035530     END-IF.
035540     COMPUTE FIN-VACACIONES ROUNDED =
035550             FIN-VAC-HORAS * FIN-TARIFA-VAC.
035560
035570     PERFORM 7320-CARGAR-RETROACTIVOS THRU 7320-EXIT.
035580     MOVE "P" TO RETRO-ESTADO-BUSCA.
035590     MOVE SPACE TO RETRO-ESTADO-NUEVO.
035600     PERFORM 7330-RETRO-EMPLEADO THRU 7330-EXIT.
035610
035620     COMPUTE FIN-BRUTO-CALC =
035630             FIN-PAGO-PERIODO + FIN-VACACIONES + RETRO-MONTO.
035640     IF FIN-BRUTO-CALC > 99999.99
035650         GO TO 7410-EXIT
035660     END-IF.
035670     MOVE FIN-BRUTO-CALC TO FIN-BRUTO.
035680     PERFORM 7415-APLICAR-TRAMOS THRU 7415-EXIT.
035690 7410-EXIT.
035700     EXIT.
035710
035720*----------------------------------------------------------*
035730* 7415-APLICAR-TRAMOS - IMPUESTO, DEDUCCIONES, NETO Y      *
035740*                       COSTO PATRONAL DE FIN-BRUTO; LO    *
035750*                       USAN EL FINIQUITO Y LA             *
035760*                       REEXPEDICION FUERA DE CICLO        *
035770*----------------------------------------------------------*
035780 7415-APLICAR-TRAMOS.
035790     MOVE FIN-BRUTO TO BRUTO-CONSULTA.
035800     PERFORM 3100-BUSCAR-TRAMO.
035810     COMPUTE FIN-IMPUESTO = FIN-BRUTO * TASA-IMP-APLICADA.
035820     COMPUTE FIN-DEDUCCION = FIN-BRUTO * TASA-DED-APLICADA.
035830     COMPUTE NETO-TRAMOS = FIN-BRUTO - FIN-IMPUESTO
035840             - FIN-DEDUCCION.
035850     IF NF-DEDUCCION-REC > NETO-TRAMOS
035860         MOVE NETO-TRAMOS TO DED-REC-APLICADA
035870     ELSE
035880         MOVE NF-DEDUCCION-REC TO DED-REC-APLICADA
035890     END-IF.
035900     COMPUTE FIN-NETO = NETO-TRAMOS - DED-REC-APLICADA.
035910     COMPUTE FIN-COSTO-PAT = FIN-BRUTO
035920             * (TASA-PAT-SS-APL + TASA-PAT-SEG-APL).
035930 7415-EXIT.
035940     EXIT.
035950
035960*----------------------------------------------------------*
035970* 7420-RECIBO-FINIQUITO - RECIBO FINAL EN FINnnnnnn.TXT,   *
035980*                         AL ESTILO DE LOS RECIBOS DE PAGO *
035990*----------------------------------------------------------*
036000 7420-RECIBO-FINIQUITO.
036010     MOVE SPACES TO FIN-NOMBRE-ARCH.
036020     STRING "FIN" NF-EMPLEADO-ID DELIMITED BY SPACE
036030             ".TXT" DELIMITED BY SIZE
036040         INTO FIN-NOMBRE-ARCH.
036050     MOVE FIN-NOMBRE-ARCH TO REPORTE-NOMBRE.
036060     OPEN OUTPUT REPORTE.
036070     IF NOT FS-REPORTE-OK
036080         DISPLAY "No se pudo crear el recibo de finiquito "
036090             REPORTE-NOMBRE
036100         GO TO 7420-EXIT
036110     END-IF.
036120     MOVE SPACES TO RP-REGISTRO.
036130     STRING "==== RECIBO DE FINIQUITO ===="
036140         DELIMITED BY SIZE INTO RP-REGISTRO.
036150     WRITE RP-REGISTRO.
036160     MOVE SPACES TO RP-REGISTRO.
036170     STRING "Empleado: " NF-EMPLEADO-ID " " NF-NOMBRE
036180         DELIMITED BY SIZE INTO RP-REGISTRO.
036190     WRITE RP-REGISTRO.
036200     MOVE SPACES TO RP-REGISTRO.
036210     STRING "Operador: " OPERADOR-ACTUAL
036220         DELIMITED BY SIZE INTO RP-REGISTRO.
036230     WRITE RP-REGISTRO.
036240     MOVE SPACES TO RP-REGISTRO.
036250     STRING "Fecha de Baja: " FIN-FECHA "  Motivo: " FIN-MOTIVO
036260         DELIMITED BY SIZE INTO RP-REGISTRO.
036270     WRITE RP-REGISTRO.
036280     MOVE FIN-PAGO-PERIODO TO RC-BRUTO-ED.
036290     MOVE SPACES TO RP-REGISTRO.
036300     STRING "Pago del Periodo:   " RC-BRUTO-ED
036310         DELIMITED BY SIZE INTO RP-REGISTRO.
036320     WRITE RP-REGISTRO.
036330     MOVE FIN-VACACIONES TO RC-BRUTO-ED.
036340     MOVE FIN-VAC-HORAS TO FIN-HORAS-ED.
036350     MOVE SPACES TO RP-REGISTRO.
036360     STRING "Vacaciones:         " RC-BRUTO-ED
036370             "  (" FIN-HORAS-ED " horas)"
036380         DELIMITED BY SIZE INTO RP-REGISTRO.
036390     WRITE RP-REGISTRO.
036400     IF RETRO-MONTO > 0
036410         MOVE RETRO-MONTO TO RETRO-ED
036420         MOVE SPACES TO RP-REGISTRO
036430         STRING "Retroactivo:        " RETRO-ED
036440             DELIMITED BY SIZE INTO RP-REGISTRO
036450         WRITE RP-REGISTRO
036460     END-IF.
036470     PERFORM 7425-RENGLONES-IMPORTES THRU 7425-EXIT.
036480     CLOSE REPORTE.
036490     DISPLAY "Recibo de finiquito generado en "
036500         REPORTE-NOMBRE.
036510 7420-EXIT.
036520     EXIT.
036530
036540*----------------------------------------------------------*
036550* 7425-RENGLONES-IMPORTES - BRUTO, DEDUCCIONES Y NETO DE   *
036560*                           FIN-BRUTO EN EL RECIBO ABIERTO *
036570*----------------------------------------------------------*
036580 7425-RENGLONES-IMPORTES.
036590     MOVE FIN-BRUTO     TO RC-BRUTO-ED.
036600     MOVE FIN-IMPUESTO  TO RC-IMP-ED.
036610     MOVE FIN-DEDUCCION TO RC-DED-ED.
036620     MOVE DED-REC-APLICADA TO RC-REC-ED.
036630     MOVE FIN-NETO      TO RC-NETO-ED.
036640     MOVE SPACES TO RP-REGISTRO.
036650     STRING "Salario Bruto:      " RC-BRUTO-ED
036660         DELIMITED BY SIZE INTO RP-REGISTRO.
036670     WRITE RP-REGISTRO.
036680     MOVE SPACES TO RP-REGISTRO.
036690     STRING "Deduccion Impuestos: -" RC-IMP-ED
036700         DELIMITED BY SIZE INTO RP-REGISTRO.
036710     WRITE RP-REGISTRO.
036720     MOVE SPACES TO RP-REGISTRO.
036730     STRING "Otras Deducciones:   -" RC-DED-ED
036740         DELIMITED BY SIZE INTO RP-REGISTRO.
036750     WRITE RP-REGISTRO.
036760     MOVE SPACES TO RP-REGISTRO.
036770     STRING "Deduccion Recurrente:-" RC-REC-ED
036780         DELIMITED BY SIZE INTO RP-REGISTRO.
036790     WRITE RP-REGISTRO.
036800     MOVE SPACES TO RP-REGISTRO.
036810     STRING "Salario Neto:        " RC-NETO-ED
036820         DELIMITED BY SIZE INTO RP-REGISTRO.
036830     WRITE RP-REGISTRO.
036840 7425-EXIT.
036850     EXIT.
036860
036870*----------------------------------------------------------*
036880* 7430-ASENTAR-FINIQUITO - TRANSFERENCIA, RENGLON F EN     *
036890*                          REGISTRO.DAT, RETROACTIVOS      *
036900*                          CERRADOS, ACUMULADOS YTD,       *
036910*                          VACACIONES EN CERO, BAJAS.DAT   *
036920*                          Y, AL FINAL, EMPLEADO INACTIVO  *
036930*----------------------------------------------------------*
036940 7430-ASENTAR-FINIQUITO.
036950*    LA POLIZA DEL FINIQUITO SE ARMA Y CUADRA ANTES DE
036960*    ASENTAR NADA.
036970     MOVE FIN-BRUTO        TO POL-FC-BRUTO.
036980     MOVE FIN-NETO         TO POL-FC-NETO.
036990     MOVE FIN-IMPUESTO     TO POL-FC-IMPUESTO.
037000     MOVE FIN-DEDUCCION    TO POL-FC-DEDUCCION.
037010     MOVE DED-REC-APLICADA TO POL-FC-DED-RECURR.
037020     MOVE FIN-COSTO-PAT    TO POL-FC-COSTO-PAT.
037030     MOVE "N" TO SW-POL-REVERSA.
037040     MOVE FIN-PERIODO TO TEMP-PERIODO.
037050     PERFORM 8560-POLIZA-FUERA-CICLO THRU 8560-EXIT.
037060     IF NOT POLIZA-VALIDA
037070         DISPLAY "La poliza del finiquito no cuadra; la baja "
037080             "no se asienta."
037090         GO TO 7430-EXIT
037100     END-IF.
037110
037120     IF NF-CUENTA = SPACES
037130         DISPLAY "Sin transferencia (sin cuenta): "
037140             NF-EMPLEADO-ID
037150         MOVE SPACES TO EX-REGISTRO
037160         MOVE "FINIQUITO" TO EX-ORIGEN
037170         MOVE NF-EMPLEADO-ID TO EX-CODIGO
037180         MOVE "Finiquito sin cuenta bancaria" TO EX-MOTIVO
037190         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
037200     ELSE
037210         OPEN EXTEND TRANSFOC
037220         IF NOT FS-TRANSFOC-OK
037230             OPEN OUTPUT TRANSFOC
037240         END-IF
037250         MOVE SPACES TO TF-REGISTRO
037260         MOVE NF-EMPLEADO-ID TO TF-EMPLEADO-ID
037270         MOVE NF-CUENTA      TO TF-CUENTA
037280         MOVE NF-RUTA        TO TF-RUTA
037290         MOVE FIN-NETO       TO TF-NETO
037300         MOVE "D"            TO TF-TIPO
037310         WRITE TF-REGISTRO
037320         CLOSE TRANSFOC
037330         DISPLAY "Transferencia de finiquito agregada a "
037340             "TRANSFOC.DAT."
037350     END-IF.
037360
037370     OPEN EXTEND REGISTRO.
037380     IF NOT FS-REGISTRO-OK
037390         OPEN OUTPUT REGISTRO
037400     END-IF.
037410     MOVE SPACES TO RG-REGISTRO.
037420     MOVE FIN-PERIODO      TO RG-PERIODO.
037430     MOVE NF-EMPLEADO-ID   TO RG-EMPLEADO-ID.
037440     MOVE FIN-BRUTO        TO RG-BRUTO.
037450     MOVE FIN-NETO         TO RG-NETO.
037460     MOVE FIN-IMPUESTO     TO RG-IMPUESTO.
037470     MOVE FIN-DEDUCCION    TO RG-DEDUCCION.
037480     MOVE DED-REC-APLICADA TO RG-DED-RECURR.
037490     MOVE FIN-COSTO-PAT    TO RG-COSTO-PAT.
037500     MOVE FIN-HORAS        TO RG-HORAS.
037510     MOVE RETRO-MONTO      TO RG-RETRO.
037520     MOVE "F"              TO RG-TIPO.
037530     MOVE NF-EMPLEADO-ID   TO BEN-EMPLEADO.
037540     PERFORM 7720-BUSCAR-BENEFICIARIO THRU 7720-EXIT.
037550     MOVE BEN-TIPO         TO RG-TIPO-DED.
037560     MOVE BEN-CODIGO       TO RG-BENEFICIARIO.
037570     WRITE RG-REGISTRO.
037580     CLOSE REGISTRO.
037590     IF HAY-CUENTAS
037600         MOVE FIN-PERIODO TO TEMP-PERIODO
037610         ACCEPT CIERRE-FECHA-HOY FROM DATE YYYYMMDD
037620         PERFORM 8550-GRABAR-POLIZA THRU 8550-EXIT
037630     END-IF.
037640
037650*    LOS RETROACTIVOS PAGADOS EN EL FINIQUITO QUEDAN
037660*    CERRADOS EN EL PERIODO DE LA BAJA.
037670     IF RETRO-MONTO > 0
037680         MOVE FIN-PERIODO TO TEMP-PERIODO
037690         MOVE "P" TO RETRO-ESTADO-BUSCA
037700         MOVE "C" TO RETRO-ESTADO-NUEVO
037710         PERFORM 7330-RETRO-EMPLEADO THRU 7330-EXIT
037720         PERFORM 7325-GRABAR-RETROACTIVOS THRU 7325-EXIT
037730     END-IF.
037740
037750     OPEN EXTEND BAJAS.
037760     IF NOT FS-BAJAS-OK
037770         OPEN OUTPUT BAJAS
037780     END-IF.
037790     MOVE SPACES TO BJ-REGISTRO.
037800     MOVE NF-EMPLEADO-ID  TO BJ-EMPLEADO-ID.
037810     MOVE FIN-FECHA       TO BJ-FECHA-BAJA.
037820     MOVE FIN-MOTIVO      TO BJ-MOTIVO.
037830     MOVE FIN-BRUTO       TO BJ-BRUTO.
037840     MOVE FIN-NETO        TO BJ-NETO.
037850     MOVE FIN-VAC-HORAS   TO BJ-VAC-HORAS.
037860     MOVE OPERADOR-ACTUAL TO BJ-OPERADOR.
037870     MOVE FECHA-HOY       TO BJ-FECHA-REG.
037880     WRITE BJ-REGISTRO.
037890     CLOSE BAJAS.
037900
037910     ADD FIN-BRUTO TO NF-BRUTO-YTD.
037920     ADD FIN-NETO TO NF-NETO-YTD.
037930     MOVE 0 TO NF-VAC-SALDO.
037940     MOVE 0 TO NF-VAC-PERIODO.
037950     MOVE "I" TO NF-ESTADO.
037960     REWRITE NF-REGISTRO
037970         INVALID KEY
037980             DISPLAY "No se pudo actualizar el empleado."
037990             GO TO 7430-EXIT
038000     END-REWRITE.
038010     DISPLAY "Empleado " NF-EMPLEADO-ID " dado de baja; "
038020         "finiquito archivado en REGISTRO.DAT.".
038030 7430-EXIT.
038040     EXIT.
038050
038060*----------------------------------------------------------*
038070* 7500-ANULAR-PAGO - ANULA EL PAGO VIGENTE DE UN EMPLEADO  *
038080*                    EN UN PERIODO CERRADO: RENGLON A EN   *
038090*                    REGISTRO.DAT, REVERSO EN              *
038100*                    TRANSFOC.DAT, POLIZA INVERSA, YTD Y   *
038110*                    VACACIONES DE VUELTA, Y BITACORA      *
038120*                    ANULAC.DAT                            *
038130*----------------------------------------------------------*
038140 7500-ANULAR-PAGO.
038150     PERFORM 7510-PEDIR-EMPLEADO-PERIODO THRU 7510-EXIT.
038160     IF ANL-PERIODO = SPACES
038170         GO TO 7500-EXIT
038180     END-IF.
038190     IF ANL-PAGOS NOT > ANL-ANULADOS
038200         DISPLAY "El empleado no tiene un pago vigente en el "
038210             "periodo " ANL-PERIODO "."
038220         GO TO 7500-EXIT
038230     END-IF.
038240     IF ANL-TIPO = "F"
038250         DISPLAY "El pago del periodo es un finiquito; no se "
038260             "anula."
038270         GO TO 7500-EXIT
038280     END-IF.
038290     IF NF-BRUTO-YTD < ANL-BRUTO OR NF-NETO-YTD < ANL-NETO
038300         DISPLAY "Los acumulados YTD no cubren el pago; no "
038310             "se anula."
038320         GO TO 7500-EXIT
038330     END-IF.
038340
038350     MOVE ANL-BRUTO TO RC-BRUTO-ED.
038360     MOVE ANL-NETO TO RC-NETO-ED.
038370     DISPLAY "Pago a anular del periodo " ANL-PERIODO
038380         ": Bruto " RC-BRUTO-ED "  Neto " RC-NETO-ED.
038390     MOVE ANL-VAC-HORAS TO FIN-HORAS-ED.
038400     DISPLAY "Horas de vacaciones a devolver: " FIN-HORAS-ED.
038410     PERFORM 7512-PEDIR-MOTIVO THRU 7512-EXIT.
038420     DISPLAY "Confirma la anulacion (S/N): ".
038430     ACCEPT FIN-CONFIRMA.
038440     IF FIN-CONFIRMA NOT = "S" AND FIN-CONFIRMA NOT = "s"
038450         DISPLAY "Anulacion cancelada."
038460         GO TO 7500-EXIT
038470     END-IF.
038480
038490*    LA ANULACION REVIERTE EN CONTABILIDAD LA POLIZA DEL
038500*    PAGO CON LOS MISMOS IMPORTES.
038510     MOVE ANL-BRUTO      TO POL-FC-BRUTO.
038520     MOVE ANL-NETO       TO POL-FC-NETO.
038530     MOVE ANL-IMPUESTO   TO POL-FC-IMPUESTO.
038540     MOVE ANL-DEDUCCION  TO POL-FC-DEDUCCION.
038550     MOVE ANL-DED-RECURR TO POL-FC-DED-RECURR.
038560     MOVE ANL-COSTO-PAT  TO POL-FC-COSTO-PAT.
038570     MOVE "S" TO SW-POL-REVERSA.
038580     MOVE ANL-PERIODO TO TEMP-PERIODO.
038590     PERFORM 8560-POLIZA-FUERA-CICLO THRU 8560-EXIT.
038600     IF NOT POLIZA-VALIDA
038610         DISPLAY "La poliza inversa no cuadra; no se anula."
038620         GO TO 7500-EXIT
038630     END-IF.
038640
038650     IF NF-CUENTA = SPACES
038660         DISPLAY "Sin reverso bancario (sin cuenta): "
038670             NF-EMPLEADO-ID
038680         MOVE SPACES TO EX-REGISTRO
038690         MOVE "ANULACION" TO EX-ORIGEN
038700         MOVE NF-EMPLEADO-ID TO EX-CODIGO
038710         MOVE "Anulacion sin cuenta bancaria" TO EX-MOTIVO
038720         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
038730     ELSE
038740         OPEN EXTEND TRANSFOC
038750         IF NOT FS-TRANSFOC-OK
038760             OPEN OUTPUT TRANSFOC
038770         END-IF
038780         MOVE SPACES TO TF-REGISTRO
038790         MOVE NF-EMPLEADO-ID TO TF-EMPLEADO-ID
038800         MOVE NF-CUENTA      TO TF-CUENTA
038810         MOVE NF-RUTA        TO TF-RUTA
038820         MOVE ANL-NETO       TO TF-NETO
038830         MOVE "R"            TO TF-TIPO
038840         WRITE TF-REGISTRO
038850         CLOSE TRANSFOC
038860         DISPLAY "Reverso del deposito agregado a "
038870             "TRANSFOC.DAT."
038880     END-IF.
038890
038900*    EL RENGLON INVERSO LLEVA LOS IMPORTES DEL PAGO QUE
038910*    REVIERTE; QUIEN SUMA EL REGISTRO LOS RESTA.
038920     OPEN EXTEND REGISTRO.
038930     IF NOT FS-REGISTRO-OK
038940         OPEN OUTPUT REGISTRO
038950     END-IF.
038960     MOVE SPACES TO RG-REGISTRO.
038970     MOVE ANL-PERIODO      TO RG-PERIODO.
038980     MOVE NF-EMPLEADO-ID   TO RG-EMPLEADO-ID.
038990     MOVE ANL-BRUTO        TO RG-BRUTO.
039000     MOVE ANL-NETO         TO RG-NETO.
039010     MOVE ANL-IMPUESTO     TO RG-IMPUESTO.
039020     MOVE ANL-DEDUCCION    TO RG-DEDUCCION.
039030     MOVE ANL-DED-RECURR   TO RG-DED-RECURR.
039040     MOVE ANL-COSTO-PAT    TO RG-COSTO-PAT.
039050     MOVE ANL-HORAS        TO RG-HORAS.
039060     MOVE ANL-RETRO        TO RG-RETRO.
039070     MOVE "A"              TO RG-TIPO.
039080     MOVE ANL-VAC-HORAS    TO RG-VAC-HORAS.
039090     MOVE ANL-TIPO-DED     TO RG-TIPO-DED.
039100     MOVE ANL-BENEFICIARIO TO RG-BENEFICIARIO.
039110     WRITE RG-REGISTRO.
039120     CLOSE REGISTRO.
039130     IF HAY-CUENTAS
039140         ACCEPT CIERRE-FECHA-HOY FROM DATE YYYYMMDD
039150         PERFORM 8550-GRABAR-POLIZA THRU 8550-EXIT
039160     END-IF.
039170
039180     SUBTRACT ANL-BRUTO FROM NF-BRUTO-YTD.
039190     SUBTRACT ANL-NETO FROM NF-NETO-YTD.
039200     ADD ANL-VAC-HORAS TO NF-VAC-SALDO.
039210     IF NF-VAC-TOMADAS < ANL-VAC-HORAS
039220         MOVE 0 TO NF-VAC-TOMADAS
039230     ELSE
039240         SUBTRACT ANL-VAC-HORAS FROM NF-VAC-TOMADAS
039250     END-IF.
039260     REWRITE NF-REGISTRO
039270         INVALID KEY
039280             DISPLAY "No se pudo actualizar el empleado."
039290             GO TO 7500-EXIT
039300     END-REWRITE.
039310
039320     MOVE "A" TO ANL-ACCION.
039330     PERFORM 7540-REGISTRAR-BITACORA THRU 7540-EXIT.
039340     DISPLAY "Pago del periodo " ANL-PERIODO " anulado; "
039350         "puede reexpedirse con la opcion 14.".
039360 7500-EXIT.
039370     EXIT.
039380
039390*----------------------------------------------------------*
039400* 7505-BUSCAR-PAGOS - CUENTA LOS PAGOS Y LAS ANULACIONES   *
039410*                     DEL EMPLEADO EN ANL-PERIODO Y GUARDA *
039420*                     LOS IMPORTES DEL ULTIMO PAGO         *
039430*----------------------------------------------------------*
039440 7505-BUSCAR-PAGOS.
039450     MOVE 0 TO ANL-PAGOS.
039460     MOVE 0 TO ANL-ANULADOS.
039470     MOVE SPACE TO ANL-TIPO.
039480     OPEN INPUT REGISTRO.
039490     IF NOT FS-REGISTRO-OK
039500         GO TO 7505-EXIT
039510     END-IF.
039520     MOVE "N" TO SW-FIN-ARCHIVO.
039530     PERFORM UNTIL FIN-ARCHIVO
039540         READ REGISTRO
039550             AT END
039560                 MOVE "S" TO SW-FIN-ARCHIVO
039570             NOT AT END
039580                 IF RG-EMPLEADO-ID = NF-EMPLEADO-ID
039590                         AND RG-PERIODO = ANL-PERIODO
039600                     PERFORM 7506-GUARDAR-PAGO THRU 7506-EXIT
039610                 END-IF
039620         END-READ
039630     END-PERFORM.
039640     CLOSE REGISTRO.
039650 7505-EXIT.
039660     EXIT.
039670
039680 7506-GUARDAR-PAGO.
039690     IF RG-ANULACION
039700         ADD 1 TO ANL-ANULADOS
039710         GO TO 7506-EXIT
039720     END-IF.
039730     ADD 1 TO ANL-PAGOS.
039740     MOVE RG-TIPO       TO ANL-TIPO.
039750     MOVE RG-BRUTO      TO ANL-BRUTO.
039760     MOVE RG-NETO       TO ANL-NETO.
039770     MOVE RG-IMPUESTO   TO ANL-IMPUESTO.
039780     MOVE RG-DEDUCCION  TO ANL-DEDUCCION.
039790     MOVE RG-DED-RECURR TO ANL-DED-RECURR.
039800     MOVE RG-COSTO-PAT  TO ANL-COSTO-PAT.
039810*    LOS RENGLONES ANTERIORES TRAEN EN BLANCO LAS COLUMNAS
039820*    AGREGADAS DESPUES.
039830     MOVE 0 TO ANL-HORAS.
039840     MOVE 0 TO ANL-RETRO.
039850     MOVE 0 TO ANL-VAC-HORAS.
039860     IF RG-HORAS IS NUMERIC
039870         MOVE RG-HORAS TO ANL-HORAS
039880     END-IF.
039890     IF RG-RETRO IS NUMERIC
039900         MOVE RG-RETRO TO ANL-RETRO
039910     END-IF.
039920     IF RG-VAC-HORAS IS NUMERIC
039930         MOVE RG-VAC-HORAS TO ANL-VAC-HORAS
039940     END-IF.
039950     MOVE RG-TIPO-DED     TO ANL-TIPO-DED.
039960     MOVE RG-BENEFICIARIO TO ANL-BENEFICIARIO.
039970 7506-EXIT.
039980     EXIT.
039990
040000*----------------------------------------------------------*
040010* 7510-PEDIR-EMPLEADO-PERIODO - EMPLEADO (NO DADO DE BAJA) *
040020*                               Y PERIODO YA CERRADO; DEJA *
040030*                               ANL-PERIODO EN BLANCO SI   *
040040*                               NO PROCEDE                 *
040050*----------------------------------------------------------*
040060 7510-PEDIR-EMPLEADO-PERIODO.
040070     MOVE SPACES TO ANL-PERIODO.
040080     PERFORM 7305-BUSCAR-ULTIMO-CERRADO THRU 7305-EXIT.
040090     IF ULTIMO-CERRADO = SPACES
040100         DISPLAY "No hay periodos cerrados."
040110         GO TO 7510-EXIT
040120     END-IF.
040130     DISPLAY "Ingrese el ID del empleado: ".
040140     ACCEPT TEMP-EMPLEADO-ID.
040150     MOVE TEMP-EMPLEADO-ID TO NF-EMPLEADO-ID.
040160     READ NOMINA-ARCH
040170         INVALID KEY
040180             DISPLAY "Empleado no encontrado."
040190             GO TO 7510-EXIT
040200     END-READ.
040210     PERFORM 7405-BUSCAR-BAJA THRU 7405-EXIT.
040220     IF BAJA-HALLADA
040230         DISPLAY "El empleado fue dado de baja; sus pagos "
040240             "quedaron liquidados en el finiquito."
040250         GO TO 7510-EXIT
040260     END-IF.
040270     MOVE "N" TO ENTRADA-VALIDA.
040280     PERFORM UNTIL ES-VALIDA
040290         DISPLAY "Periodo cerrado del pago (AAAAMM): "
040300         ACCEPT TEMP-PERIODO
040310         IF TEMP-PERIODO IS NUMERIC
040320             MOVE TEMP-PERIODO(5:2) TO TEMP-MES
040330             IF TEMP-MES >= 1 AND TEMP-MES <= 12
040340                     AND TEMP-PERIODO NOT > ULTIMO-CERRADO
040350                 MOVE "S" TO ENTRADA-VALIDA
040360             END-IF
040370         END-IF
040380         IF NOT ES-VALIDA
040390             DISPLAY "Periodo invalido o aun abierto; el "
040400                 "ultimo cerrado es " ULTIMO-CERRADO "."
040410         END-IF
040420     END-PERFORM.
040430     MOVE TEMP-PERIODO TO ANL-PERIODO.
040440     PERFORM 7505-BUSCAR-PAGOS THRU 7505-EXIT.
040450 7510-EXIT.
040460     EXIT.
040470
040480 7512-PEDIR-MOTIVO.
040490     MOVE SPACES TO ANL-MOTIVO.
040500     PERFORM UNTIL ANL-MOTIVO NOT = SPACES
040510         DISPLAY "Motivo: "
040520         ACCEPT ANL-MOTIVO
040530     END-PERFORM.
040540 7512-EXIT.
040550     EXIT.
040560
040570*----------------------------------------------------------*
040580* 7520-REEXPEDIR-PAGO - PAGO CORREGIDO, FUERA DE CICLO, DE *
040590*                       UN PERIODO CUYO PAGO FUE ANULADO   *
040600*----------------------------------------------------------*
040610 7520-REEXPEDIR-PAGO.
040620     PERFORM 7510-PEDIR-EMPLEADO-PERIODO THRU 7510-EXIT.
040630     IF ANL-PERIODO = SPACES
040640         GO TO 7520-EXIT
040650     END-IF.
040660     IF ANL-ANULADOS = 0 OR ANL-PAGOS > ANL-ANULADOS
040670         DISPLAY "El periodo " ANL-PERIODO " no tiene un pago "
040680             "anulado por reexpedir."
040690         GO TO 7520-EXIT
040700     END-IF.
040710     PERFORM 7512-PEDIR-MOTIVO THRU 7512-EXIT.
040720     PERFORM 7525-CALCULAR-REEXPEDICION THRU 7525-EXIT.
040730     IF REX-BRUTO-CALC > 99999.99
040740         DISPLAY "El pago excede el importe maximo; no se "
040750             "reexpide."
040760         GO TO 7520-EXIT
040770     END-IF.
040780     MOVE FIN-BRUTO TO RC-BRUTO-ED.
040790     MOVE FIN-NETO TO RC-NETO-ED.
040800     DISPLAY "Reexpedicion del periodo " ANL-PERIODO
040810         ": Bruto " RC-BRUTO-ED "  Neto " RC-NETO-ED.
040820     DISPLAY "Confirma la reexpedicion (S/N): ".
040830     ACCEPT FIN-CONFIRMA.
040840     IF FIN-CONFIRMA NOT = "S" AND FIN-CONFIRMA NOT = "s"
040850         DISPLAY "Reexpedicion cancelada."
040860         GO TO 7520-EXIT
040870     END-IF.
040880     PERFORM 7530-RECIBO-REEXPEDICION THRU 7530-EXIT.
040890     PERFORM 7535-ASENTAR-REEXPEDICION THRU 7535-EXIT.
040900 7520-EXIT.
040910     EXIT.
040920
040930*----------------------------------------------------------*
040940* 7525-CALCULAR-REEXPEDICION - HORAS CORREGIDAS (POR HORA) *
040950*                              O MONTO FIJO, VACACIONES A  *
040960*                              PAGAR Y EL RETROACTIVO DEL  *
040970*                              PAGO ANULADO, CON TRAMOS    *
040980*----------------------------------------------------------*
040990 7525-CALCULAR-REEXPEDICION.
041000     MOVE 0 TO REX-HORAS.
041010     MOVE 0 TO REX-VACACIONES.
041020     IF NF-ASALARIADO
041030         MOVE ANL-HORAS TO REX-HORAS
041040         MOVE NF-SALARIO-FIJO TO REX-BRUTO-CALC
041050     ELSE
041060         MOVE "N" TO ENTRADA-VALIDA
041070         PERFORM UNTIL ES-VALIDA
041080             DISPLAY "Horas trabajadas corregidas del periodo: "
041090             ACCEPT ENTRADA-CAPTURA
041100             PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
041110             IF NOT ES-VALIDA
041120                 DISPLAY "Entrada invalida, debe ser numerica."
041130             END-IF
041140         END-PERFORM
041150         MOVE VALOR-ENTERO TO REX-HORAS
041160         MOVE REX-HORAS TO RETRO-HORAS
041170         MOVE NF-TARIFA-HORA TO RETRO-TARIFA
041180         PERFORM 7318-BRUTO-POR-HORAS THRU 7318-EXIT
041190         MOVE RETRO-BRUTO TO REX-BRUTO-CALC
041200     END-IF.
041210
041220*    LAS HORAS DEVUELTAS POR LA ANULACION PUEDEN VOLVER A
041230*    TOMARSE; AL PERSONAL POR HORA SE LE PAGAN A TARIFA
041240*    SENCILLA Y AL ASALARIADO LAS CUBRE SU MONTO FIJO.
041250     MOVE NF-VAC-SALDO TO VAC-SALDO-ED.
041260     DISPLAY "Saldo de vacaciones: " VAC-SALDO-ED " horas.".
041270     MOVE "N" TO ENTRADA-VALIDA.
041280     PERFORM UNTIL ES-VALIDA
041290         DISPLAY "Horas de vacaciones del periodo (0 si no "
041300             "hay): "
041310         ACCEPT ENTRADA-CAPTURA
041320         PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
041330         IF ES-VALIDA
041340             IF VALOR-DECIMAL > NF-VAC-SALDO
041350                     OR VALOR-DECIMAL > 999.99
041360                 MOVE "N" TO ENTRADA-VALIDA
041370                 DISPLAY "Las horas exceden el saldo."
041380             END-IF
041390         ELSE
041400             DISPLAY "Entrada invalida, debe ser numerica."
041410         END-IF
041420     END-PERFORM.
041430     MOVE VALOR-DECIMAL TO REX-VAC-HORAS.
041440     IF NOT NF-ASALARIADO
041450         COMPUTE REX-VACACIONES ROUNDED =
041460                 REX-VAC-HORAS * NF-TARIFA-HORA
041470     END-IF.
041480
041490     COMPUTE REX-BRUTO-CALC = REX-BRUTO-CALC + REX-VACACIONES
041500             + ANL-RETRO.
041510     IF REX-BRUTO-CALC > 99999.99
041520         GO TO 7525-EXIT
041530     END-IF.
041540     MOVE REX-BRUTO-CALC TO FIN-BRUTO.
041550     PERFORM 7415-APLICAR-TRAMOS THRU 7415-EXIT.
041560 7525-EXIT.
041570     EXIT.
041580
041590*----------------------------------------------------------*
041600* 7530-RECIBO-REEXPEDICION - RECIBO DEL PAGO FUERA DE      *
041610*                            CICLO EN REXnnnnnn.TXT        *
041620*----------------------------------------------------------*
041630 7530-RECIBO-REEXPEDICION.
041640     MOVE SPACES TO FIN-NOMBRE-ARCH.
041650     STRING "REX" NF-EMPLEADO-ID DELIMITED BY SPACE
041660             ".TXT" DELIMITED BY SIZE
041670         INTO FIN-NOMBRE-ARCH.
041680     MOVE FIN-NOMBRE-ARCH TO REPORTE-NOMBRE.
041690     OPEN OUTPUT REPORTE.
041700     IF NOT FS-REPORTE-OK
041710         DISPLAY "No se pudo crear el recibo "
041720             REPORTE-NOMBRE
041730         GO TO 7530-EXIT
041740     END-IF.
041750     MOVE SPACES TO RP-REGISTRO.
041760     STRING "==== RECIBO DE PAGO FUERA DE CICLO ===="
041770         DELIMITED BY SIZE INTO RP-REGISTRO.
041780     WRITE RP-REGISTRO.
041790     MOVE SPACES TO RP-REGISTRO.
041800     STRING "Empleado: " NF-EMPLEADO-ID " " NF-NOMBRE
041810         DELIMITED BY SIZE INTO RP-REGISTRO.
041820     WRITE RP-REGISTRO.
041830     MOVE SPACES TO RP-REGISTRO.
041840     STRING "Operador: " OPERADOR-ACTUAL
041850         DELIMITED BY SIZE INTO RP-REGISTRO.
041860     WRITE RP-REGISTRO.
041870     MOVE SPACES TO RP-REGISTRO.
041880     STRING "Reexpide el periodo: " ANL-PERIODO
041890             "  Motivo: " ANL-MOTIVO
041900         DELIMITED BY SIZE INTO RP-REGISTRO.
041910     WRITE RP-REGISTRO.
041920     MOVE REX-HORAS TO TC-HORAS-ED.
041930     MOVE SPACES TO RP-REGISTRO.
041940     STRING "Horas Trabajadas:   " TC-HORAS-ED
041950         DELIMITED BY SIZE INTO RP-REGISTRO.
041960     WRITE RP-REGISTRO.
041970     IF REX-VAC-HORAS > 0
041980         MOVE REX-VAC-HORAS TO FIN-HORAS-ED
041990         MOVE SPACES TO RP-REGISTRO
042000         STRING "Horas de Vacaciones:" FIN-HORAS-ED
042010             DELIMITED BY SIZE INTO RP-REGISTRO
042020         WRITE RP-REGISTRO
042030     END-IF.
042040     IF ANL-RETRO > 0
042050         MOVE ANL-RETRO TO RETRO-ED
042060         MOVE SPACES TO RP-REGISTRO
042070         STRING "Incluye Retroactivo:" RETRO-ED
042080             DELIMITED BY SIZE INTO RP-REGISTRO
042090         WRITE RP-REGISTRO
042100     END-IF.
042110     PERFORM 7425-RENGLONES-IMPORTES THRU 7425-EXIT.
042120     CLOSE REPORTE.
042130     DISPLAY "Recibo fuera de ciclo generado en "
042140         REPORTE-NOMBRE.
042150 7530-EXIT.
042160     EXIT.
042170
042180*----------------------------------------------------------*
042190* 7535-ASENTAR-REEXPEDICION - DEPOSITO, RENGLON R EN       *
042200*                             REGISTRO.DAT, POLIZA,        *
042210*                             ACUMULADOS, VACACIONES Y     *
042220*                             BITACORA                     *
042230*----------------------------------------------------------*
042240 7535-ASENTAR-REEXPEDICION.
042250     MOVE FIN-BRUTO        TO POL-FC-BRUTO.
042260     MOVE FIN-NETO         TO POL-FC-NETO.
042270     MOVE FIN-IMPUESTO     TO POL-FC-IMPUESTO.
042280     MOVE FIN-DEDUCCION    TO POL-FC-DEDUCCION.
042290     MOVE DED-REC-APLICADA TO POL-FC-DED-RECURR.
042300     MOVE FIN-COSTO-PAT    TO POL-FC-COSTO-PAT.
042310     MOVE "N" TO SW-POL-REVERSA.
042320     MOVE ANL-PERIODO TO TEMP-PERIODO.
042330     PERFORM 8560-POLIZA-FUERA-CICLO THRU 8560-EXIT.
042340     IF NOT POLIZA-VALIDA
042350         DISPLAY "La poliza de la reexpedicion no cuadra; no "
042360             "se reexpide."
042370         GO TO 7535-EXIT
042380     END-IF.
042390
042400     IF NF-CUENTA = SPACES
042410         DISPLAY "Sin transferencia (sin cuenta): "
042420             NF-EMPLEADO-ID
042430         MOVE SPACES TO EX-REGISTRO
042440         MOVE "REEXPEDIR" TO EX-ORIGEN
042450         MOVE NF-EMPLEADO-ID TO EX-CODIGO
042460         MOVE "Reexpedicion sin cuenta" TO EX-MOTIVO
042470         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
042480     ELSE
042490         OPEN EXTEND TRANSFOC
042500         IF NOT FS-TRANSFOC-OK
042510             OPEN OUTPUT TRANSFOC
042520         END-IF
042530         MOVE SPACES TO TF-REGISTRO
042540         MOVE NF-EMPLEADO-ID TO TF-EMPLEADO-ID
042550         MOVE NF-CUENTA      TO TF-CUENTA
042560         MOVE NF-RUTA        TO TF-RUTA
042570         MOVE FIN-NETO       TO TF-NETO
042580         MOVE "D"            TO TF-TIPO
042590         WRITE TF-REGISTRO
042600         CLOSE TRANSFOC
042610         DISPLAY "Transferencia agregada a TRANSFOC.DAT."
042620     END-IF.
042630
042640     OPEN EXTEND REGISTRO.
042650     IF NOT FS-REGISTRO-OK
042660         OPEN OUTPUT REGISTRO
042670     END-IF.
042680     MOVE SPACES TO RG-REGISTRO.
042690     MOVE ANL-PERIODO      TO RG-PERIODO.
042700     MOVE NF-EMPLEADO-ID   TO RG-EMPLEADO-ID.
042710     MOVE FIN-BRUTO        TO RG-BRUTO.
042720     MOVE FIN-NETO         TO RG-NETO.
042730     MOVE FIN-IMPUESTO     TO RG-IMPUESTO.
042740     MOVE FIN-DEDUCCION    TO RG-DEDUCCION.
042750     MOVE DED-REC-APLICADA TO RG-DED-RECURR.
042760     MOVE FIN-COSTO-PAT    TO RG-COSTO-PAT.
042770     MOVE REX-HORAS        TO RG-HORAS.
042780     MOVE ANL-RETRO        TO RG-RETRO.
042790     MOVE "R"              TO RG-TIPO.
042800     MOVE REX-VAC-HORAS    TO RG-VAC-HORAS.
042810     MOVE NF-EMPLEADO-ID   TO BEN-EMPLEADO.
042820     PERFORM 7720-BUSCAR-BENEFICIARIO THRU 7720-EXIT.
042830     MOVE BEN-TIPO         TO RG-TIPO-DED.
042840     MOVE BEN-CODIGO       TO RG-BENEFICIARIO.
042850     WRITE RG-REGISTRO.
042860     CLOSE REGISTRO.
042870     IF HAY-CUENTAS
042880         ACCEPT CIERRE-FECHA-HOY FROM DATE YYYYMMDD
042890         PERFORM 8550-GRABAR-POLIZA THRU 8550-EXIT
042900     END-IF.
042910
042920     ADD FIN-BRUTO TO NF-BRUTO-YTD.
042930     ADD FIN-NETO TO NF-NETO-YTD.
042940     SUBTRACT REX-VAC-HORAS FROM NF-VAC-SALDO.
042950     ADD REX-VAC-HORAS TO NF-VAC-TOMADAS.
042960     REWRITE NF-REGISTRO
042970         INVALID KEY
042980             DISPLAY "No se pudo actualizar el empleado."
042990             GO TO 7535-EXIT
043000     END-REWRITE.
043010
043020     MOVE FIN-BRUTO TO ANL-BRUTO.
043030     MOVE FIN-NETO TO ANL-NETO.
043040     MOVE "R" TO ANL-ACCION.
043050     PERFORM 7540-REGISTRAR-BITACORA THRU 7540-EXIT.
043060     DISPLAY "Pago del periodo " ANL-PERIODO
043070         " reexpedido y archivado en REGISTRO.DAT.".
043080 7535-EXIT.
043090     EXIT.
043100
043110*----------------------------------------------------------*
043120* 7540-REGISTRAR-BITACORA - AGREGA LA ANULACION O LA       *
043130*                           REEXPEDICION A ANULAC.DAT      *
043140*----------------------------------------------------------*
043150 7540-REGISTRAR-BITACORA.
043160     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
043170     OPEN EXTEND ANULAC.
043180     IF NOT FS-ANULAC-OK
043190         OPEN OUTPUT ANULAC
043200     END-IF.
043210     MOVE SPACES TO AL-REGISTRO.
043220     MOVE ANL-ACCION      TO AL-ACCION.
043230     MOVE NF-EMPLEADO-ID  TO AL-EMPLEADO-ID.
043240     MOVE ANL-PERIODO     TO AL-PERIODO.
043250     MOVE ANL-BRUTO       TO AL-BRUTO.
043260     MOVE ANL-NETO        TO AL-NETO.
043270     MOVE ANL-MOTIVO      TO AL-MOTIVO.
043280     MOVE OPERADOR-ACTUAL TO AL-OPERADOR.
043290     MOVE FECHA-HOY       TO AL-FECHA.
043300     WRITE AL-REGISTRO.
043310     CLOSE ANULAC.
043320 7540-EXIT.
043330     EXIT.
043340
043350*----------------------------------------------------------*
043360* 7550-ANOTAR-VAC-PAGADAS - ANOTA EN VACPAGO.DAT LAS HORAS *
043370*                           DE VACACIONES QUE EL PROCESO   *
043380*                           DE TARJETAS DIO POR PAGADAS    *
043390*----------------------------------------------------------*
043400 7550-ANOTAR-VAC-PAGADAS.
043410     IF VAC-HORAS-PAGO = 0
043420         GO TO 7550-EXIT
043430     END-IF.
043440     OPEN EXTEND VACPAGO.
043450     IF NOT FS-VACPAGO-OK
043460         OPEN OUTPUT VACPAGO
043470     END-IF.
043480     MOVE SPACES TO VP-REGISTRO.
043490     MOVE NF-EMPLEADO-ID TO VP-EMPLEADO-ID.
043500     MOVE VAC-HORAS-PAGO TO VP-HORAS.
043510     WRITE VP-REGISTRO.
043520     CLOSE VACPAGO.
043530 7550-EXIT.
043540     EXIT.
043550
043560*----------------------------------------------------------*
043570* 7555-CARGAR-VAC-PAGADAS - SUMA VACPAGO.DAT POR EMPLEADO  *
043580*                           EN LA TABLA                    *
043590*----------------------------------------------------------*
043600 7555-CARGAR-VAC-PAGADAS.
043610     MOVE 0 TO VPA-CONTADOR.
043620     MOVE 0 TO VPA-OMITIDOS.
043630     OPEN INPUT VACPAGO.
043640     IF NOT FS-VACPAGO-OK
043650         GO TO 7555-EXIT
043660     END-IF.
043670     MOVE "N" TO SW-FIN-ARCHIVO.
043680     PERFORM UNTIL FIN-ARCHIVO
043690         READ VACPAGO
043700             AT END
043710                 MOVE "S" TO SW-FIN-ARCHIVO
043720             NOT AT END
043730                 PERFORM 7556-SUMAR-VAC-PAGADA THRU 7556-EXIT
043740         END-READ
043750     END-PERFORM.
043760     CLOSE VACPAGO.
043770     IF VPA-OMITIDOS > 0
043780         DISPLAY "Aviso: VACPAGO.DAT excede los 300 "
043790             "empleados de la tabla; se omitieron "
043800             VPA-OMITIDOS "."
043810     END-IF.
043820 7555-EXIT.
043830     EXIT.
043840
043850 7556-SUMAR-VAC-PAGADA.
043860     MOVE "N" TO VPA-HALLADO.
043870     PERFORM VARYING VPA-IDX FROM 1 BY 1
043880             UNTIL VPA-IDX > VPA-CONTADOR
043890             OR VPA-HALLADO = "S"
043900         IF VPA-ID(VPA-IDX) = VP-EMPLEADO-ID
043910             MOVE "S" TO VPA-HALLADO
043920             ADD VP-HORAS TO VPA-HORAS(VPA-IDX)
043930         END-IF
043940     END-PERFORM.
043950     IF VPA-HALLADO = "S"
043960         GO TO 7556-EXIT
043970     END-IF.
043980     IF VPA-CONTADOR >= 300
043990         ADD 1 TO VPA-OMITIDOS
044000         GO TO 7556-EXIT
044010     END-IF.
044020     ADD 1 TO VPA-CONTADOR.
044030     SET VPA-IDX TO VPA-CONTADOR.
044040     MOVE VP-EMPLEADO-ID TO VPA-ID(VPA-IDX).
044050     MOVE VP-HORAS TO VPA-HORAS(VPA-IDX).
044060 7556-EXIT.
044070     EXIT.
044080
044090*----------------------------------------------------------*
044100* 7558-VAC-EMPLEADO - HORAS DE VACACIONES PAGADAS AL       *
044110*                     EMPLEADO NF-EMPLEADO-ID EN VPA-MONTO *
044120*----------------------------------------------------------*
044130 7558-VAC-EMPLEADO.
044140     MOVE 0 TO VPA-MONTO.
044150     PERFORM VARYING VPA-IDX FROM 1 BY 1
044160             UNTIL VPA-IDX > VPA-CONTADOR
044170         IF VPA-ID(VPA-IDX) = NF-EMPLEADO-ID
044180             MOVE VPA-HORAS(VPA-IDX) TO VPA-MONTO
044190         END-IF
044200     END-PERFORM.
044210 7558-EXIT.
044220     EXIT.
044230
044240*----------------------------------------------------------*
044250* 7600-CONVERTIR-MARCAS - CONVIERTE LAS MARCAS DEL RELOJ   *
044260*                         (MARCAS.DAT) EN EL LOTE SEMANAL  *
044270*                         TARJETAS.DAT CON SU REGISTRO DE  *
044280*                         CONTROL, LISTO PARA EL PROCESO   *
044290*                         DE TARJETAS                      *
044300*----------------------------------------------------------*
044310 7600-CONVERTIR-MARCAS.
044320     MOVE "N" TO SW-MARCAS-HECHO.
044330     COMPUTE MAR-MAX-MINUTOS = MAR-MAX-HORAS * 60.
044340     PERFORM 7605-VERIFICAR-ORDEN THRU 7605-EXIT.
044350     IF NOT MARCAS-EN-ORDEN
044360         GO TO 7600-EXIT
044370     END-IF.
044380
044390     OPEN INPUT MARCAS.
044400     IF NOT FS-MARCAS-OK
044410         DISPLAY "No se pudo abrir MARCAS.DAT."
044420         GO TO 7600-EXIT
044430     END-IF.
044440     OPEN OUTPUT TARJETAS.
044450     IF NOT FS-TARJETAS-OK
044460         DISPLAY "No se pudo crear TARJETAS.DAT."
044470         CLOSE MARCAS
044480         GO TO 7600-EXIT
044490     END-IF.
044500     MOVE 0 TO MAR-LEIDAS.
044510     MOVE 0 TO MAR-INVALIDAS.
044520     MOVE 0 TO MAR-DIAS-OK.
044530     MOVE 0 TO MAR-DIAS-RECH.
044540     MOVE 0 TO MAR-EMP-RECH.
044550     MOVE 0 TO MAR-CUENTA.
044560     MOVE 0 TO MAR-TOTAL.
044570     MOVE 0 TO ASI-CONTADOR.
044580     MOVE 0 TO ASI-OMITIDOS.
044590     MOVE SPACES TO MAR-EMPLEADO.
044600     MOVE "N" TO SW-MAR-EMP-VALIDO.
044610     MOVE "N" TO SW-MAR-HAY-DIA.
044620     MOVE "N" TO SW-FIN-MARCAS.
044630     PERFORM UNTIL FIN-MARCAS
044640         READ MARCAS
044650             AT END
044660                 MOVE "S" TO SW-FIN-MARCAS
044670             NOT AT END
044680                 PERFORM 7610-PROCESAR-MARCA THRU 7610-EXIT
044690         END-READ
044700     END-PERFORM.
044710     CLOSE MARCAS.
044720     PERFORM 7630-CERRAR-DIA THRU 7630-EXIT.
044730     PERFORM 7640-CERRAR-EMPLEADO THRU 7640-EXIT.
044740
044750*    EL REGISTRO DE CONTROL VA AL FINAL, CON LA CUENTA DE
044760*    TARJETAS Y EL TOTAL DE HORAS ESCRITOS.
044770     MOVE SPACES TO TJ-REGISTRO.
044780     MOVE "*" TO TJ-TR-MARCA.
044790     MOVE MAR-CUENTA TO TJ-TR-CUENTA.
044800     MOVE MAR-TOTAL TO TJ-TR-TOTAL.
044810     WRITE TJ-REGISTRO.
044820     CLOSE TARJETAS.
044830
044840     MOVE MAR-LEIDAS TO MAR-CONTADOR-ED.
044850     DISPLAY "Marcas leidas:         " MAR-CONTADOR-ED.
044860     MOVE MAR-INVALIDAS TO MAR-CONTADOR-ED.
044870     DISPLAY "Marcas invalidas:      " MAR-CONTADOR-ED.
044880     MOVE MAR-DIAS-OK TO MAR-CONTADOR-ED.
044890     DISPLAY "Dias aceptados:        " MAR-CONTADOR-ED.
044900     MOVE MAR-DIAS-RECH TO MAR-CONTADOR-ED.
044910     DISPLAY "Dias rechazados:       " MAR-CONTADOR-ED.
044920     MOVE MAR-EMP-RECH TO MAR-CONTADOR-ED.
044930     DISPLAY "Empleados rechazados:  " MAR-CONTADOR-ED.
044940     MOVE MAR-CUENTA TO MAR-CONTADOR-ED.
044950     DISPLAY "Tarjetas escritas:     " MAR-CONTADOR-ED.
044960     MOVE MAR-TOTAL TO MAR-CONTADOR-ED.
044970     DISPLAY "Total de horas:        " MAR-CONTADOR-ED.
044980     DISPLAY "Lote generado en TARJETAS.DAT con su registro "
044990         "de control.".
045000     PERFORM 7660-REPORTE-ASISTENCIA THRU 7660-EXIT.
045010     MOVE "S" TO SW-MARCAS-HECHO.
045020 7600-EXIT.
045030     EXIT.
045040
045050*----------------------------------------------------------*
045060* 7602-PEDIR-MAXIMO - TURNO MAXIMO EN HORAS PARA LA        *
045070*                     CORRIDA (1-24; 12 SI SE DEJA VACIO)  *
045080*----------------------------------------------------------*
045090 7602-PEDIR-MAXIMO.
045100     MOVE 12 TO MAR-MAX-HORAS.
045110     MOVE "N" TO ENTRADA-VALIDA.
045120     PERFORM UNTIL ES-VALIDA
045130         DISPLAY "Turno maximo en horas (1-24, Enter = 12): "
045140         MOVE SPACES TO ENTRADA-CAPTURA
045150         ACCEPT ENTRADA-CAPTURA
045160         IF ENTRADA-CAPTURA = SPACES
045170             MOVE "S" TO ENTRADA-VALIDA
045180         ELSE
045190             PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
045200             IF ES-VALIDA
045210                 IF VALOR-ENTERO < 1 OR VALOR-ENTERO > 24
045220                     MOVE "N" TO ENTRADA-VALIDA
045230                 ELSE
045240                     MOVE VALOR-ENTERO TO MAR-MAX-HORAS
045250                 END-IF
045260             END-IF
045270             IF NOT ES-VALIDA
045280                 DISPLAY "Entrada invalida, use 1 a 24."
045290             END-IF
045300         END-IF
045310     END-PERFORM.
045320 7602-EXIT.
045330     EXIT.
045340
045350*----------------------------------------------------------*
045360* 7605-VERIFICAR-ORDEN - EL ARCHIVO DEBE VENIR ORDENADO    *
045370*                        POR EMPLEADO Y FECHA; SI NO, NO   *
045380*                        SE TOCA TARJETAS.DAT              *
045390*----------------------------------------------------------*
045400 7605-VERIFICAR-ORDEN.
045410     MOVE "S" TO SW-MARCAS-ORDEN.
045420     OPEN INPUT MARCAS.
045430     IF NOT FS-MARCAS-OK
045440         DISPLAY "No se encontro el archivo de marcas "
045450             "MARCAS.DAT."
045460         MOVE "N" TO SW-MARCAS-ORDEN
045470         GO TO 7605-EXIT
045480     END-IF.
045490     MOVE LOW-VALUES TO MAR-LLAVE-ANT.
045500     MOVE "N" TO SW-FIN-MARCAS.
045510     PERFORM UNTIL FIN-MARCAS
045520         READ MARCAS
045530             AT END
045540                 MOVE "S" TO SW-FIN-MARCAS
045550             NOT AT END
045560                 MOVE MR-EMPLEADO-ID TO MAR-LLAVE(1:6)
045570                 MOVE MR-FECHA TO MAR-LLAVE(7:8)
045580                 IF MAR-LLAVE < MAR-LLAVE-ANT
045590                     MOVE "N" TO SW-MARCAS-ORDEN
045600                     MOVE "S" TO SW-FIN-MARCAS
045610                 END-IF
045620                 MOVE MAR-LLAVE TO MAR-LLAVE-ANT
045630         END-READ
045640     END-PERFORM.
045650     CLOSE MARCAS.
045660     IF NOT MARCAS-EN-ORDEN
045670         DISPLAY "MARCAS.DAT no viene ordenado por empleado y "
045680             "fecha; no se convierte."
045690         MOVE SPACES TO EX-REGISTRO
045700         MOVE "MARCAS" TO EX-ORIGEN
045710         MOVE MR-EMPLEADO-ID TO EX-CODIGO
045720         MOVE "Archivo de marcas fuera de orden" TO EX-MOTIVO
045730         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
045740     END-IF.
045750 7605-EXIT.
045760     EXIT.
045770
045780*----------------------------------------------------------*
045790* 7610-PROCESAR-MARCA - APAREA UNA MARCA CON LAS ANTERIORES*
045800*                       DEL MISMO EMPLEADO Y DIA           *
045810*----------------------------------------------------------*
045820 7610-PROCESAR-MARCA.
045830     ADD 1 TO MAR-LEIDAS.
045840     IF MR-EMPLEADO-ID NOT = MAR-EMPLEADO
045850         PERFORM 7630-CERRAR-DIA THRU 7630-EXIT
045860         PERFORM 7640-CERRAR-EMPLEADO THRU 7640-EXIT
045870         PERFORM 7615-INICIAR-EMPLEADO THRU 7615-EXIT
045880     END-IF.
045890     IF NOT MAR-EMP-VALIDO
045900         GO TO 7610-EXIT
045910     END-IF.
045920     IF MR-FECHA IS NOT NUMERIC OR MR-HORA IS NOT NUMERIC
045930         GO TO 7610-INVALIDA
045940     END-IF.
045950     IF MR-MES < 1 OR MR-MES > 12 OR MR-DIA < 1
045960             OR MR-DIA > 31 OR MR-HH > 23 OR MR-MM > 59
045970         GO TO 7610-INVALIDA
045980     END-IF.
045990     IF MR-TIPO NOT = "E" AND MR-TIPO NOT = "S"
046000         GO TO 7610-INVALIDA
046010     END-IF.
046020
046030     IF NOT MAR-HAY-DIA OR MR-FECHA NOT = MAR-FECHA
046040         PERFORM 7630-CERRAR-DIA THRU 7630-EXIT
046050         MOVE MR-FECHA TO MAR-FECHA
046060         MOVE "S" TO SW-MAR-HAY-DIA
046070         MOVE "N" TO SW-MAR-ABIERTA
046080         MOVE "N" TO SW-MAR-DIA-ERROR
046090         MOVE 0 TO MAR-DIA-MINUTOS
046100         MOVE 0 TO MAR-ULTIMO
046110     END-IF.
046120*    UN DIA YA RECHAZADO NO SE SIGUE APAREANDO.
046130     IF MAR-DIA-ERROR
046140         GO TO 7610-EXIT
046150     END-IF.
046160     COMPUTE MAR-MINUTO = MR-HH * 60 + MR-MM.
046170     IF MAR-MINUTO < MAR-ULTIMO
046180         MOVE "Marcas traslapadas" TO MAR-MOTIVO
046190         PERFORM 7620-RECHAZAR-DIA THRU 7620-EXIT
046200         GO TO 7610-EXIT
046210     END-IF.
046220     MOVE MAR-MINUTO TO MAR-ULTIMO.
046230
046240     IF MR-TIPO = "E"
046250         IF MAR-ABIERTA
046260             MOVE "Entrada sin salida" TO MAR-MOTIVO
046270             PERFORM 7620-RECHAZAR-DIA THRU 7620-EXIT
046280         ELSE
046290             MOVE "S" TO SW-MAR-ABIERTA
046300             MOVE MAR-MINUTO TO MAR-ENTRADA
046310         END-IF
046320         GO TO 7610-EXIT
046330     END-IF.
046340     IF NOT MAR-ABIERTA
046350         MOVE "Salida sin entrada" TO MAR-MOTIVO
046360         PERFORM 7620-RECHAZAR-DIA THRU 7620-EXIT
046370         GO TO 7610-EXIT
046380     END-IF.
046390     MOVE "N" TO SW-MAR-ABIERTA.
046400     COMPUTE MAR-TURNO = MAR-MINUTO - MAR-ENTRADA.
046410     IF MAR-TURNO = 0
046420         MOVE "Marcas traslapadas" TO MAR-MOTIVO
046430         PERFORM 7620-RECHAZAR-DIA THRU 7620-EXIT
046440         GO TO 7610-EXIT
046450     END-IF.
046460     IF MAR-TURNO > MAR-MAX-MINUTOS
046470         MOVE "Turno excede maximo" TO MAR-MOTIVO
046480         PERFORM 7620-RECHAZAR-DIA THRU 7620-EXIT
046490         GO TO 7610-EXIT
046500     END-IF.
046510     ADD MAR-TURNO TO MAR-DIA-MINUTOS.
046520     GO TO 7610-EXIT.
046530
046540 7610-INVALIDA.
046550*    UNA MARCA ILEGIBLE INVALIDA EL DIA AL QUE PERTENECE,
046560*    SI ES EL QUE SE ESTA APAREANDO.
046570     ADD 1 TO MAR-INVALIDAS.
046580     MOVE SPACES TO EX-REGISTRO.
046590     MOVE "MARCAS" TO EX-ORIGEN.
046600     MOVE MR-EMPLEADO-ID TO EX-CODIGO.
046610     STRING "Marca invalida " MR-REGISTRO(8:13)
046620         DELIMITED BY SIZE INTO EX-MOTIVO.
046630     PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT.
046640     IF MAR-HAY-DIA AND MR-FECHA IS NUMERIC
046650         IF MR-FECHA = MAR-FECHA
046660             MOVE "S" TO SW-MAR-DIA-ERROR
046670         END-IF
046680     END-IF.
046690 7610-EXIT.
046700     EXIT.
046710
046720*----------------------------------------------------------*
046730* 7615-INICIAR-EMPLEADO - VALIDA AL EMPLEADO DE LAS MARCAS *
046740*                         CONTRA EL MAESTRO                *
046750*----------------------------------------------------------*
046760 7615-INICIAR-EMPLEADO.
046770     MOVE MR-EMPLEADO-ID TO MAR-EMPLEADO.
046780     MOVE "N" TO SW-MAR-EMP-VALIDO.
046790     MOVE "N" TO SW-MAR-HAY-DIA.
046800     MOVE 0 TO MAR-EMP-MINUTOS.
046810     MOVE 0 TO MAR-EMP-DIAS.
046820     MOVE MR-EMPLEADO-ID TO DGV-CODIGO.
046830     PERFORM 9105-VALIDAR-DIGITO THRU 9105-EXIT.
046840     IF DGV-RESULTADO NOT = "OK"
046850         MOVE "Digito verif invalido" TO MAR-MOTIVO
046860         GO TO 7615-RECHAZO
046870     END-IF.
046880     MOVE MR-EMPLEADO-ID TO NF-EMPLEADO-ID.
046890     READ NOMINA-ARCH
046900         INVALID KEY
046910             MOVE "Empleado no encontrado" TO MAR-MOTIVO
046920             GO TO 7615-RECHAZO
046930     END-READ.
046940     IF NF-INACTIVO
046950         MOVE "Empleado inactivo" TO MAR-MOTIVO
046960         GO TO 7615-RECHAZO
046970     END-IF.
046980     MOVE "S" TO SW-MAR-EMP-VALIDO.
046990     MOVE NF-DEPARTAMENTO TO MAR-DEPARTAMENTO.
047000     GO TO 7615-EXIT.
047010
047020 7615-RECHAZO.
047030     ADD 1 TO MAR-EMP-RECH.
047040     PERFORM 7625-EXCEPCION-MARCA THRU 7625-EXIT.
047050 7615-EXIT.
047060     EXIT.
047070
047080*----------------------------------------------------------*
047090* 7620-RECHAZAR-DIA - EL DIA EN CURSO NO SE PAGA Y VA A LA *
047100*                     BITACORA DE EXCEPCIONES              *
047110*----------------------------------------------------------*
047120 7620-RECHAZAR-DIA.
047130     MOVE "S" TO SW-MAR-DIA-ERROR.
047140     MOVE "N" TO SW-MAR-ABIERTA.
047150     PERFORM 7625-EXCEPCION-MARCA THRU 7625-EXIT.
047160 7620-EXIT.
047170     EXIT.
047180
047190 7625-EXCEPCION-MARCA.
047200     MOVE SPACES TO EX-REGISTRO.
047210     MOVE "MARCAS" TO EX-ORIGEN.
047220     MOVE MAR-EMPLEADO TO EX-CODIGO.
047230     IF MAR-HAY-DIA
047240         STRING MAR-MOTIVO " " MAR-FECHA
047250             DELIMITED BY SIZE INTO EX-MOTIVO
047260     ELSE
047270         MOVE MAR-MOTIVO TO EX-MOTIVO
047280     END-IF.
047290     PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT.
047300 7625-EXIT.
047310     EXIT.
047320
047330*----------------------------------------------------------*
047340* 7630-CERRAR-DIA - SUMA EL DIA A LA SEMANA DEL EMPLEADO O *
047350*                   LO RECHAZA SI QUEDO UN TURNO ABIERTO   *
047360*----------------------------------------------------------*
047370 7630-CERRAR-DIA.
047380     IF NOT MAR-HAY-DIA
047390         GO TO 7630-EXIT
047400     END-IF.
047410     IF MAR-ABIERTA AND NOT MAR-DIA-ERROR
047420         MOVE "Falta marca de salida" TO MAR-MOTIVO
047430         PERFORM 7620-RECHAZAR-DIA THRU 7620-EXIT
047440     END-IF.
047450     MOVE "N" TO SW-MAR-HAY-DIA.
047460     IF MAR-DIA-ERROR
047470         ADD 1 TO MAR-DIAS-RECH
047480     ELSE
047490         ADD 1 TO MAR-DIAS-OK
047500         ADD 1 TO MAR-EMP-DIAS
047510         ADD MAR-DIA-MINUTOS TO MAR-EMP-MINUTOS
047520     END-IF.
047530     PERFORM 7635-ACUMULAR-ASISTENCIA THRU 7635-EXIT.
047540 7630-EXIT.
047550     EXIT.
047560
047570*----------------------------------------------------------*
047580* 7635-ACUMULAR-ASISTENCIA - SUMA EL DIA AL RENGLON DE     *
047590*                            FECHA Y DEPARTAMENTO, QUE SE  *
047600*                            INSERTA EN ORDEN SI ES NUEVO  *
047610*----------------------------------------------------------*
047620 7635-ACUMULAR-ASISTENCIA.
047630     MOVE "N" TO ASI-HALLADO.
047640     MOVE 0 TO ASI-POS.
047650     PERFORM VARYING ASI-IDX FROM 1 BY 1
047660             UNTIL ASI-IDX > ASI-CONTADOR
047670             OR ASI-HALLADO = "S"
047680         IF ASI-FECHA(ASI-IDX) = MAR-FECHA
047690                 AND ASI-DEPTO(ASI-IDX) = MAR-DEPARTAMENTO
047700             MOVE "S" TO ASI-HALLADO
047710             SET ASI-POS TO ASI-IDX
047720         ELSE
047730             IF ASI-POS = 0
047740                 IF ASI-FECHA(ASI-IDX) > MAR-FECHA
047750                         OR (ASI-FECHA(ASI-IDX) = MAR-FECHA
047760                         AND ASI-DEPTO(ASI-IDX)
047770                             > MAR-DEPARTAMENTO)
047780                     SET ASI-POS TO ASI-IDX
047790                 END-IF
047800             END-IF
047810         END-IF
047820     END-PERFORM.
047830     IF ASI-HALLADO = "S"
047840         GO TO 7635-SUMAR
047850     END-IF.
047860     IF ASI-CONTADOR >= 200
047870         ADD 1 TO ASI-OMITIDOS
047880         GO TO 7635-EXIT
047890     END-IF.
047900     IF ASI-POS = 0
047910         COMPUTE ASI-POS = ASI-CONTADOR + 1
047920     ELSE
047930         PERFORM VARYING ASI-MOV FROM ASI-CONTADOR BY -1
047940                 UNTIL ASI-MOV < ASI-POS
047950             MOVE ASI-RENGLON(ASI-MOV)
047960                 TO ASI-RENGLON(ASI-MOV + 1)
047970         END-PERFORM
047980     END-IF.
047990     ADD 1 TO ASI-CONTADOR.
048000     MOVE MAR-FECHA        TO ASI-FECHA(ASI-POS).
048010     MOVE MAR-DEPARTAMENTO TO ASI-DEPTO(ASI-POS).
048020     MOVE 0 TO ASI-PRESENTES(ASI-POS).
048030     MOVE 0 TO ASI-MINUTOS(ASI-POS).
048040     MOVE 0 TO ASI-RECHAZOS(ASI-POS).
048050
048060 7635-SUMAR.
048070     IF MAR-DIA-ERROR
048080         ADD 1 TO ASI-RECHAZOS(ASI-POS)
048090     ELSE
048100         ADD 1 TO ASI-PRESENTES(ASI-POS)
048110         ADD MAR-DIA-MINUTOS TO ASI-MINUTOS(ASI-POS)
048120     END-IF.
048130 7635-EXIT.
048140     EXIT.
048150
048160*----------------------------------------------------------*
048170* 7640-CERRAR-EMPLEADO - ESCRIBE LA TARJETA SEMANAL DEL    *
048180*                        EMPLEADO CON SUS DIAS ACEPTADOS   *
048190*----------------------------------------------------------*
048200 7640-CERRAR-EMPLEADO.
048210     IF NOT MAR-EMP-VALIDO
048220         GO TO 7640-EXIT
048230     END-IF.
048240     MOVE "N" TO SW-MAR-EMP-VALIDO.
048250*    SIN NINGUN DIA ACEPTADO NO HAY TARJETA; LOS RECHAZOS
048260*    YA QUEDARON EN LA BITACORA.
048270     IF MAR-EMP-DIAS = 0
048280         GO TO 7640-EXIT
048290     END-IF.
048300     COMPUTE MAR-HORAS ROUNDED = MAR-EMP-MINUTOS / 60.
048310     IF MAR-HORAS > 999
048320         MOVE SPACES TO EX-REGISTRO
048330         MOVE "MARCAS" TO EX-ORIGEN
048340         MOVE MAR-EMPLEADO TO EX-CODIGO
048350         MOVE "Horas semanales exceden 999" TO EX-MOTIVO
048360         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
048370         GO TO 7640-EXIT
048380     END-IF.
048390     MOVE SPACES TO TJ-REGISTRO.
048400     MOVE MAR-EMPLEADO TO TJ-EMPLEADO-ID.
048410     MOVE MAR-HORAS TO TJ-HORAS.
048420     WRITE TJ-REGISTRO.
048430     ADD 1 TO MAR-CUENTA.
048440     ADD MAR-HORAS TO MAR-TOTAL.
048450 7640-EXIT.
048460     EXIT.
048470
048480*----------------------------------------------------------*
048490* 7660-REPORTE-ASISTENCIA - ASISTENCIA DIARIA POR          *
048500*                           DEPARTAMENTO EN ASISTENC.TXT   *
048510*----------------------------------------------------------*
048520 7660-REPORTE-ASISTENCIA.
048530     MOVE "ASISTENC.TXT" TO REPORTE-NOMBRE.
048540     MOVE "ASISTENCIA DIARIA POR DEPARTAMENTO" TO RP-TITULO.
048550     MOVE "FECHA     DEPTO       PRESENTES     HORAS  RECHAZOS"
048560         TO RP-COLUMNAS.
048570     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
048580     MOVE 0 TO ASI-TOT-PRESENTES.
048590     MOVE 0 TO ASI-TOT-MINUTOS.
048600     MOVE 0 TO ASI-TOT-RECHAZOS.
048610     PERFORM VARYING ASI-IDX FROM 1 BY 1
048620             UNTIL ASI-IDX > ASI-CONTADOR
048630         ADD ASI-PRESENTES(ASI-IDX) TO ASI-TOT-PRESENTES
048640         ADD ASI-MINUTOS(ASI-IDX) TO ASI-TOT-MINUTOS
048650         ADD ASI-RECHAZOS(ASI-IDX) TO ASI-TOT-RECHAZOS
048660         COMPUTE ASI-HORAS ROUNDED = ASI-MINUTOS(ASI-IDX) / 60
048670         MOVE ASI-PRESENTES(ASI-IDX) TO ASI-PRESENTES-ED
048680         MOVE ASI-HORAS TO ASI-HORAS-ED
048690         MOVE ASI-RECHAZOS(ASI-IDX) TO ASI-RECHAZOS-ED
048700         MOVE SPACES TO RP-DETALLE
048710         STRING ASI-FECHA(ASI-IDX) "  " ASI-DEPTO(ASI-IDX)
048720                 "      " ASI-PRESENTES-ED "  " ASI-HORAS-ED
048730                 "     " ASI-RECHAZOS-ED
048740             DELIMITED BY SIZE INTO RP-DETALLE
048750         PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT
048760     END-PERFORM.
048770     MOVE ALL "-" TO RP-DETALLE.
048780     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
048790     COMPUTE ASI-HORAS ROUNDED = ASI-TOT-MINUTOS / 60.
048800     MOVE ASI-TOT-PRESENTES TO ASI-PRESENTES-ED.
048810     MOVE ASI-HORAS TO ASI-HORAS-ED.
048820     MOVE ASI-TOT-RECHAZOS TO ASI-RECHAZOS-ED.
048830     MOVE SPACES TO RP-DETALLE.
048840     STRING "TOTAL                     " ASI-PRESENTES-ED
048850             "  " ASI-HORAS-ED "     " ASI-RECHAZOS-ED
048860         DELIMITED BY SIZE INTO RP-DETALLE.
048870     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
048880     IF ASI-OMITIDOS > 0
048890         MOVE SPACES TO RP-DETALLE
048900         STRING "AVISO: " ASI-OMITIDOS " DIAS-DEPARTAMENTO "
048910                 "OMITIDOS (TABLA LLENA)"
048920             DELIMITED BY SIZE INTO RP-DETALLE
048930         PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT
048940     END-IF.
048950     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
048960 7660-EXIT.
048970     EXIT.
048980
048990*----------------------------------------------------------*
049000* 7700-PEDIR-BENEFICIARIO - TIPO Y BENEFICIARIO DE LA      *
049010*                           DEDUCCION RECURRENTE; EL       *
049020*                           CODIGO SE VALIDA CONTRA        *
049030*                           BENEFIC.DAT SI EXISTE          *
049040*----------------------------------------------------------*
049050 7700-PEDIR-BENEFICIARIO.
049060     MOVE SPACE TO BEN-TIPO.
049070     PERFORM UNTIL BEN-TIPO-VALIDO
049080         DISPLAY "Tipo de deduccion recurrente (S=Sindicato, "
049090             "P=Prestamo, E=Embargo, O=Otro): "
049100         ACCEPT BEN-TIPO
049110         IF NOT BEN-TIPO-VALIDO
049120             DISPLAY "Tipo invalido."
049130         END-IF
049140     END-PERFORM.
049150     MOVE "N" TO ENTRADA-VALIDA.
049160     PERFORM UNTIL ES-VALIDA
049170         DISPLAY "Codigo del beneficiario de la deduccion: "
049180         ACCEPT BEN-CODIGO
049190         IF BEN-CODIGO NOT = SPACES
049200             PERFORM 7705-VALIDAR-BENEFICIARIO THRU 7705-EXIT
049210         END-IF
049220         IF NOT ES-VALIDA
049230             DISPLAY "Beneficiario invalido o no registrado "
049240                 "en el catalogo."
049250         END-IF
049260     END-PERFORM.
049270 7700-EXIT.
049280     EXIT.
049290
049300 7705-VALIDAR-BENEFICIARIO.
049310*    SIN CATALOGO SE ACEPTA CUALQUIER CODIGO NO EN BLANCO.
049320     MOVE "S" TO ENTRADA-VALIDA.
049330     OPEN INPUT BENEFIC.
049340     IF NOT FS-BENEFIC-OK
049350         GO TO 7705-EXIT
049360     END-IF.
049370     MOVE "N" TO ENTRADA-VALIDA.
049380     MOVE "N" TO SW-BEN-FIN.
049390     PERFORM UNTIL BEN-FIN
049400         READ BENEFIC
049410             AT END
049420                 MOVE "S" TO SW-BEN-FIN
049430             NOT AT END
049440                 IF BF-CODIGO = BEN-CODIGO
049450                     MOVE "S" TO ENTRADA-VALIDA
049460                     MOVE "S" TO SW-BEN-FIN
049470                 END-IF
049480         END-READ
049490     END-PERFORM.
049500     CLOSE BENEFIC.
049510 7705-EXIT.
049520     EXIT.
049530
049540*----------------------------------------------------------*
049550* 7710-ANOTAR-BENEFICIARIO - AGREGA LA ETIQUETA VIGENTE    *
049560*                            DEL EMPLEADO A DEDBENEF.DAT   *
049570*----------------------------------------------------------*
049580 7710-ANOTAR-BENEFICIARIO.
049590     OPEN EXTEND DEDBENEF.
049600     IF NOT FS-DEDBENEF-OK
049610         OPEN OUTPUT DEDBENEF
049620     END-IF.
049630     MOVE SPACES TO DB-REGISTRO.
049640     MOVE NF-EMPLEADO-ID  TO DB-EMPLEADO-ID.
049650     MOVE BEN-TIPO        TO DB-TIPO.
049660     MOVE BEN-CODIGO      TO DB-BENEFICIARIO.
049670     ACCEPT DB-FECHA FROM DATE YYYYMMDD.
049680     MOVE OPERADOR-ACTUAL TO DB-OPERADOR.
049690     WRITE DB-REGISTRO.
049700     CLOSE DEDBENEF.
049710 7710-EXIT.
049720     EXIT.
049730
049740*----------------------------------------------------------*
049750* 7720-BUSCAR-BENEFICIARIO - ETIQUETA VIGENTE (EL ULTIMO   *
049760*                            RENGLON) DEL EMPLEADO EN      *
049770*                            BEN-EMPLEADO; EN BLANCO SI NO *
049780*                            TIENE                         *
049790*----------------------------------------------------------*
049800 7720-BUSCAR-BENEFICIARIO.
049810     MOVE SPACE TO BEN-TIPO.
049820     MOVE SPACES TO BEN-CODIGO.
049830     OPEN INPUT DEDBENEF.
049840     IF NOT FS-DEDBENEF-OK
049850         GO TO 7720-EXIT
049860     END-IF.
049870     MOVE "N" TO SW-BEN-FIN.
049880     PERFORM UNTIL BEN-FIN
049890         READ DEDBENEF
049900             AT END
049910                 MOVE "S" TO SW-BEN-FIN
049920             NOT AT END
049930                 IF DB-EMPLEADO-ID = BEN-EMPLEADO
049940                     MOVE DB-TIPO         TO BEN-TIPO
049950                     MOVE DB-BENEFICIARIO TO BEN-CODIGO
049960                 END-IF
049970         END-READ
049980     END-PERFORM.
049990     CLOSE DEDBENEF.
050000 7720-EXIT.
050010     EXIT.
050020
050030*----------------------------------------------------------*
050040* 7800-REPORTE-ENTEROS - ENTEROS A TERCEROS DE UN PERIODO  *
050050*                        CERRADO: IMPUESTO, SEGURIDAD      *
050060*                        SOCIAL, CUOTAS PATRONALES Y       *
050070*                        DEDUCCIONES RECURRENTES POR       *
050080*                        BENEFICIARIO, CON EL DETALLE POR  *
050090*                        EMPLEADO (ENTEROS.TXT) Y EL       *
050100*                        ARCHIVO DE PAGOS REMESA.DAT       *
050110*----------------------------------------------------------*
050120 7800-REPORTE-ENTEROS.
050130     MOVE "N" TO ENTRADA-VALIDA.
050140     PERFORM UNTIL ES-VALIDA
050150         DISPLAY "Periodo a enterar (AAAAMM): "
050160         ACCEPT RMS-PERIODO
050170         IF RMS-PERIODO IS NUMERIC
050180             MOVE RMS-PERIODO(5:2) TO TEMP-MES
050190             IF TEMP-MES >= 1 AND TEMP-MES <= 12
050200                 MOVE "S" TO ENTRADA-VALIDA
050210             END-IF
050220         END-IF
050230         IF NOT ES-VALIDA
050240             DISPLAY "Periodo invalido, use AAAAMM."
050250         END-IF
050260     END-PERFORM.
050270     PERFORM 7805-VERIFICAR-CERRADO THRU 7805-EXIT.
050280     IF NOT RMS-PERIODO-CERRADO
050290         DISPLAY "El periodo " RMS-PERIODO " no esta cerrado; "
050300             "no se emiten los enteros."
050310         GO TO 7800-EXIT
050320     END-IF.
050330     PERFORM 7810-CARGAR-BENEFICIARIOS THRU 7810-EXIT.
050340     MOVE 0 TO RMD-CONTADOR.
050350     MOVE 0 TO RMD-OMITIDOS.
050360     OPEN INPUT REGISTRO.
050370     IF NOT FS-REGISTRO-OK
050380         DISPLAY "No hay historial de pagos (REGISTRO.DAT)."
050390         GO TO 7800-EXIT
050400     END-IF.
050410     MOVE "N" TO SW-FIN-ARCHIVO.
050420     PERFORM UNTIL FIN-ARCHIVO
050430         READ REGISTRO
050440             AT END
050450                 MOVE "S" TO SW-FIN-ARCHIVO
050460             NOT AT END
050470                 IF RG-PERIODO = RMS-PERIODO
050480                     PERFORM 7815-ENTEROS-PAGO THRU 7815-EXIT
050490                 END-IF
050500         END-READ
050510     END-PERFORM.
050520     CLOSE REGISTRO.
050530     IF RMD-CONTADOR = 0
050540         DISPLAY "No hay importes por enterar en el periodo "
050550             RMS-PERIODO "."
050560         GO TO 7800-EXIT
050570     END-IF.
050580     PERFORM 7830-IMPRIMIR-ENTEROS THRU 7830-EXIT.
050590 7800-EXIT.
050600     EXIT.
050610
050620*----------------------------------------------------------*
050630* 7805-VERIFICAR-CERRADO - EL PERIODO DEBE TENER SU        *
050640*                          RENGLON DE CIERRE EN PERNOM.DAT *
050650*----------------------------------------------------------*
050660 7805-VERIFICAR-CERRADO.
050670     MOVE "N" TO SW-RMS-CERRADO.
050680     OPEN INPUT PERNOM.
050690     IF NOT FS-PERNOM-OK
050700         GO TO 7805-EXIT
050710     END-IF.
050720     MOVE "N" TO SW-FIN-ARCHIVO.
050730     PERFORM UNTIL FIN-ARCHIVO
050740         READ PERNOM
050750             AT END
050760                 MOVE "S" TO SW-FIN-ARCHIVO
050770             NOT AT END
050780                 IF PC-PERIODO = RMS-PERIODO
050790                         AND PC-ESTADO = "C"
050800                     MOVE "S" TO SW-RMS-CERRADO
050810                 END-IF
050820         END-READ
050830     END-PERFORM.
050840     CLOSE PERNOM.
050850 7805-EXIT.
050860     EXIT.
050870
050880*----------------------------------------------------------*
050890* 7810-CARGAR-BENEFICIARIOS - CATALOGO BENEFIC.DAT EN      *
050900*                             BNF-TABLA                    *
050910*----------------------------------------------------------*
050920 7810-CARGAR-BENEFICIARIOS.
050930     MOVE "N" TO SW-HAY-BENEFIC.
050940     MOVE 0 TO BNF-CONTADOR.
050950     MOVE 0 TO BNF-OMITIDOS.
050960     OPEN INPUT BENEFIC.
050970     IF NOT FS-BENEFIC-OK
050980         GO TO 7810-EXIT
050990     END-IF.
051000     MOVE "S" TO SW-HAY-BENEFIC.
051010     MOVE "N" TO SW-FIN-ARCHIVO.
051020     PERFORM UNTIL FIN-ARCHIVO
051030         READ BENEFIC
051040             AT END
051050                 MOVE "S" TO SW-FIN-ARCHIVO
051060             NOT AT END
051070                 IF BNF-CONTADOR < 50
051080                     ADD 1 TO BNF-CONTADOR
051090                     SET BNF-IDX TO BNF-CONTADOR
051100                     MOVE BF-CODIGO TO BNF-CODIGO(BNF-IDX)
051110                     MOVE BF-NOMBRE TO BNF-NOMBRE(BNF-IDX)
051120                     MOVE BF-CUENTA TO BNF-CUENTA(BNF-IDX)
051130                     MOVE BF-RUTA   TO BNF-RUTA(BNF-IDX)
051140                 ELSE
051150                     ADD 1 TO BNF-OMITIDOS
051160                 END-IF
051170         END-READ
051180     END-PERFORM.
051190     CLOSE BENEFIC.
051200     IF BNF-OMITIDOS > 0
051210         DISPLAY "Aviso: " BNF-OMITIDOS " beneficiarios del "
051220             "catalogo no caben en la tabla."
051230     END-IF.
051240 7810-EXIT.
051250     EXIT.
051260
051270*----------------------------------------------------------*
051280* 7815-ENTEROS-PAGO - REPARTE UN RENGLON DE REGISTRO.DAT   *
051290*                     ENTRE SUS BENEFICIARIOS; LA          *
051300*                     ANULACION RESTA                      *
051310*----------------------------------------------------------*
051320 7815-ENTEROS-PAGO.
051330     MOVE "FISCO" TO RMS-BENEF.
051340     MOVE "I" TO RMS-TIPO.
051350     MOVE RG-IMPUESTO TO RMS-MONTO.
051360     PERFORM 7820-ACUMULAR-ENTERO THRU 7820-EXIT.
051370     MOVE "SEGSOCIAL" TO RMS-BENEF.
051380     MOVE "D" TO RMS-TIPO.
051390     MOVE RG-DEDUCCION TO RMS-MONTO.
051400     PERFORM 7820-ACUMULAR-ENTERO THRU 7820-EXIT.
051410     MOVE "CUOTAPAT" TO RMS-BENEF.
051420     MOVE "C" TO RMS-TIPO.
051430     MOVE RG-COSTO-PAT TO RMS-MONTO.
051440     PERFORM 7820-ACUMULAR-ENTERO THRU 7820-EXIT.
051450     IF RG-DED-RECURR = 0
051460         GO TO 7815-EXIT
051470     END-IF.
051480*    LOS RENGLONES ANTERIORES A LA ETIQUETA NO TRAEN
051490*    BENEFICIARIO; SE USA LA ETIQUETA VIGENTE DEL EMPLEADO.
051500     MOVE RG-BENEFICIARIO TO RMS-BENEF.
051510     MOVE RG-TIPO-DED TO RMS-TIPO.
051520     IF RMS-BENEF = SPACES
051530         MOVE RG-EMPLEADO-ID TO BEN-EMPLEADO
051540         PERFORM 7720-BUSCAR-BENEFICIARIO THRU 7720-EXIT
051550         MOVE BEN-CODIGO TO RMS-BENEF
051560         MOVE BEN-TIPO TO RMS-TIPO
051570     END-IF.
051580     IF RMS-BENEF = SPACES
051590         MOVE "SINASIGNAR" TO RMS-BENEF
051600         MOVE "O" TO RMS-TIPO
051610     END-IF.
051620     MOVE RG-DED-RECURR TO RMS-MONTO.
051630     PERFORM 7820-ACUMULAR-ENTERO THRU 7820-EXIT.
051640 7815-EXIT.
051650     EXIT.
051660
051670*----------------------------------------------------------*
051680* 7820-ACUMULAR-ENTERO - SUMA RMS-MONTO AL RENGLON         *
051690*                        BENEFICIARIO + EMPLEADO, QUE SE   *
051700*                        INSERTA EN ORDEN SI ES NUEVO      *
051710*----------------------------------------------------------*
051720 7820-ACUMULAR-ENTERO.
051730     IF RMS-MONTO = 0
051740         GO TO 7820-EXIT
051750     END-IF.
051760     IF RG-ANULACION
051770         COMPUTE RMS-IMPORTE = 0 - RMS-MONTO
051780     ELSE
051790         MOVE RMS-MONTO TO RMS-IMPORTE
051800     END-IF.
051810     MOVE "N" TO RMD-HALLADO.
051820     MOVE 0 TO RMD-POS.
051830     PERFORM VARYING RMD-IDX FROM 1 BY 1
051840             UNTIL RMD-IDX > RMD-CONTADOR
051850                OR RMD-HALLADO = "S"
051860                OR RMD-POS > 0
051870         IF RMD-BENEF(RMD-IDX) = RMS-BENEF
051880                 AND RMD-EMPLEADO(RMD-IDX) = RG-EMPLEADO-ID
051890             MOVE "S" TO RMD-HALLADO
051900             SET RMD-POS TO RMD-IDX
051910         ELSE
051920             IF RMD-BENEF(RMD-IDX) > RMS-BENEF
051930                     OR (RMD-BENEF(RMD-IDX) = RMS-BENEF
051940                     AND RMD-EMPLEADO(RMD-IDX)
051950                         > RG-EMPLEADO-ID)
051960                 SET RMD-POS TO RMD-IDX
051970             END-IF
051980         END-IF
051990     END-PERFORM.
052000     IF RMD-HALLADO = "S"
052010         GO TO 7820-SUMAR
052020     END-IF.
052030     IF RMD-CONTADOR >= 900
052040         ADD 1 TO RMD-OMITIDOS
052050         GO TO 7820-EXIT
052060     END-IF.
052070     IF RMD-POS = 0
052080         COMPUTE RMD-POS = RMD-CONTADOR + 1
052090     ELSE
052100         PERFORM VARYING RMD-MOV FROM RMD-CONTADOR BY -1
052110                 UNTIL RMD-MOV < RMD-POS
052120             MOVE RMD-RENGLON(RMD-MOV)
052130                 TO RMD-RENGLON(RMD-MOV + 1)
052140         END-PERFORM
052150     END-IF.
052160     ADD 1 TO RMD-CONTADOR.
052170     MOVE RMS-BENEF      TO RMD-BENEF(RMD-POS).
052180     MOVE RG-EMPLEADO-ID TO RMD-EMPLEADO(RMD-POS).
052190     MOVE RMS-TIPO       TO RMD-TIPO(RMD-POS).
052200     MOVE 0 TO RMD-IMPORTE(RMD-POS).
052210
052220 7820-SUMAR.
052230     ADD RMS-IMPORTE TO RMD-IMPORTE(RMD-POS).
052240 7820-EXIT.
052250     EXIT.
052260
052270*----------------------------------------------------------*
052280* 7830-IMPRIMIR-ENTEROS - IMPRIME LOS ENTEROS POR          *
052290*                         BENEFICIARIO Y GENERA UN RENGLON *
052300*                         DE REMESA.DAT POR CADA UNO       *
052310*----------------------------------------------------------*
052320 7830-IMPRIMIR-ENTEROS.
052330     MOVE "ENTEROS.TXT" TO REPORTE-NOMBRE.
052340     MOVE SPACES TO RP-TITULO.
052350     STRING "ENTEROS A TERCEROS DEL PERIODO " RMS-PERIODO
052360         DELIMITED BY SIZE INTO RP-TITULO.
052370     MOVE "EMPLEADO  CONCEPTO            IMPORTE"
052380         TO RP-COLUMNAS.
052390     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
052400*    SIN CATALOGO NO HAY DATOS BANCARIOS PARA TESORERIA.
052410     IF HAY-BENEFIC
052420         OPEN OUTPUT REMESA
052430         IF NOT FS-REMESA-OK
052440             DISPLAY "No se pudo crear REMESA.DAT."
052450             MOVE "N" TO SW-HAY-BENEFIC
052460         END-IF
052470     ELSE
052480         DISPLAY "Sin catalogo BENEFIC.DAT; no se genera "
052490             "REMESA.DAT."
052500     END-IF.
052510     ACCEPT RMS-FECHA FROM DATE YYYYMMDD.
052520     MOVE SPACES TO RMS-BENEF-ANT.
052530     MOVE 0 TO RMS-TOTAL.
052540     MOVE 0 TO RMS-PAGOS.
052550     PERFORM VARYING RMD-IDX FROM 1 BY 1
052560             UNTIL RMD-IDX > RMD-CONTADOR
052570         IF RMD-BENEF(RMD-IDX) NOT = RMS-BENEF-ANT
052580             IF RMS-BENEF-ANT NOT = SPACES
052590                 PERFORM 7840-CERRAR-BENEFICIARIO
052600                     THRU 7840-EXIT
052610             END-IF
052620             PERFORM 7835-ABRIR-BENEFICIARIO THRU 7835-EXIT
052630         END-IF
052640         ADD RMD-IMPORTE(RMD-IDX) TO RMS-SUBTOTAL
052650         IF RMD-IMPORTE(RMD-IDX) NOT = 0
052660             ADD 1 TO RMS-EMPLEADOS
052670         END-IF
052680         EVALUATE RMD-TIPO(RMD-IDX)
052690             WHEN "I"
052700                 MOVE "IMPUESTO" TO RMS-DESCRIPCION
052710             WHEN "D"
052720                 MOVE "SEG. SOCIAL" TO RMS-DESCRIPCION
052730             WHEN "C"
052740                 MOVE "CUOTA PATRON" TO RMS-DESCRIPCION
052750             WHEN "S"
052760                 MOVE "SINDICATO" TO RMS-DESCRIPCION
052770             WHEN "P"
052780                 MOVE "PRESTAMO" TO RMS-DESCRIPCION
052790             WHEN "E"
052800                 MOVE "EMBARGO" TO RMS-DESCRIPCION
052810             WHEN OTHER
052820                 MOVE "OTRO" TO RMS-DESCRIPCION
052830         END-EVALUATE
052840         MOVE RMD-IMPORTE(RMD-IDX) TO RMS-IMPORTE-ED
052850         MOVE SPACES TO RP-DETALLE
052860         STRING RMD-EMPLEADO(RMD-IDX) "    "
052870                 RMS-DESCRIPCION "  " RMS-IMPORTE-ED
052880             DELIMITED BY SIZE INTO RP-DETALLE
052890         PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT
052900     END-PERFORM.
052910     PERFORM 7840-CERRAR-BENEFICIARIO THRU 7840-EXIT.
052920     MOVE ALL "=" TO RP-DETALLE.
052930     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
052940     MOVE RMS-TOTAL TO RMS-TOTAL-ED.
052950     MOVE SPACES TO RP-DETALLE.
052960     STRING "TOTAL A ENTERAR DEL PERIODO  " RMS-TOTAL-ED
052970         DELIMITED BY SIZE INTO RP-DETALLE.
052980     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
052990     IF RMD-OMITIDOS > 0
053000         MOVE SPACES TO RP-DETALLE
053010         STRING "AVISO: " RMD-OMITIDOS " IMPORTES OMITIDOS "
053020                 "(TABLA LLENA)"
053030             DELIMITED BY SIZE INTO RP-DETALLE
053040         PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT
053050     END-IF.
053060     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
053070     IF HAY-BENEFIC
053080         CLOSE REMESA
053090         DISPLAY "Pagos a terceros en REMESA.DAT: " RMS-PAGOS
053100     END-IF.
053110 7830-EXIT.
053120     EXIT.
053130
053140*----------------------------------------------------------*
053150* 7835-ABRIR-BENEFICIARIO - ENCABEZADO DEL BENEFICIARIO    *
053160*                           CON SUS DATOS DEL CATALOGO     *
053170*----------------------------------------------------------*
053180 7835-ABRIR-BENEFICIARIO.
053190     MOVE RMD-BENEF(RMD-IDX) TO RMS-BENEF-ANT.
053200     MOVE 0 TO RMS-SUBTOTAL.
053210     MOVE 0 TO RMS-EMPLEADOS.
053220     MOVE "NO REGISTRADO EN EL CATALOGO" TO RMS-NOMBRE.
053230     MOVE SPACES TO RMS-CUENTA.
053240     MOVE SPACES TO RMS-RUTA.
053250     MOVE "N" TO BNF-HALLADO.
053260     PERFORM VARYING BNF-IDX FROM 1 BY 1
053270             UNTIL BNF-IDX > BNF-CONTADOR
053280                OR BNF-HALLADO = "S"
053290         IF BNF-CODIGO(BNF-IDX) = RMS-BENEF-ANT
053300             MOVE "S" TO BNF-HALLADO
053310             MOVE BNF-NOMBRE(BNF-IDX) TO RMS-NOMBRE
053320             MOVE BNF-CUENTA(BNF-IDX) TO RMS-CUENTA
053330             MOVE BNF-RUTA(BNF-IDX)   TO RMS-RUTA
053340         END-IF
053350     END-PERFORM.
053360     MOVE SPACES TO RP-DETALLE.
053370     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
053380     STRING "BENEFICIARIO " RMS-BENEF-ANT "  " RMS-NOMBRE
053390         DELIMITED BY SIZE INTO RP-DETALLE.
053400     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
053410 7835-EXIT.
053420     EXIT.
053430
053440*----------------------------------------------------------*
053450* 7840-CERRAR-BENEFICIARIO - SUBTOTAL DEL BENEFICIARIO Y   *
053460*                            SU RENGLON DE REMESA.DAT      *
053470*----------------------------------------------------------*
053480 7840-CERRAR-BENEFICIARIO.
053490     MOVE RMS-SUBTOTAL TO RMS-IMPORTE-ED.
053500     MOVE RMS-EMPLEADOS TO RMS-EMPLEADOS-ED.
053510     MOVE SPACES TO RP-DETALLE.
053520     STRING "SUBTOTAL " RMS-EMPLEADOS-ED " EMPLEADOS   "
053530             RMS-IMPORTE-ED
053540         DELIMITED BY SIZE INTO RP-DETALLE.
053550     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
053560     ADD RMS-SUBTOTAL TO RMS-TOTAL.
053570     IF NOT HAY-BENEFIC OR RMS-SUBTOTAL NOT > 0
053580         GO TO 7840-EXIT
053590     END-IF.
053600*    SIN CUENTA BANCARIA TESORERIA NO PUEDE PAGAR; EL
053610*    ENTERO SE REPORTA PERO NO VA EN LA REMESA.
053620     IF RMS-CUENTA = SPACES
053630         DISPLAY "Beneficiario " RMS-BENEF-ANT " sin cuenta "
053640             "bancaria; no va en REMESA.DAT."
053650         MOVE SPACES TO EX-REGISTRO
053660         MOVE "ENTEROS" TO EX-ORIGEN
053670         MOVE RMS-BENEF-ANT TO EX-CODIGO
053680         MOVE "Sin cuenta bancaria" TO EX-MOTIVO
053690         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
053700         GO TO 7840-EXIT
053710     END-IF.
053720     MOVE SPACES TO RM-REGISTRO.
053730     MOVE RMS-PERIODO   TO RM-PERIODO.
053740     MOVE RMS-BENEF-ANT TO RM-BENEFICIARIO.
053750     MOVE RMS-NOMBRE    TO RM-NOMBRE.
053760     MOVE RMS-CUENTA    TO RM-CUENTA.
053770     MOVE RMS-RUTA      TO RM-RUTA.
053780     MOVE RMS-SUBTOTAL  TO RM-IMPORTE.
053790     MOVE RMS-EMPLEADOS TO RM-EMPLEADOS.
053800     MOVE RMS-FECHA     TO RM-FECHA.
053810     WRITE RM-REGISTRO.
053820     ADD 1 TO RMS-PAGOS.
053830 7840-EXIT.
053840     EXIT.
053850
053860*----------------------------------------------------------*
053870* 8500-CERRAR-PERIODO - ARCHIVA UN RENGLON POR EMPLEADO EN *
053880*                       REGISTRO.DAT CON EL BRUTO, NETO,   *
053890*                       IMPUESTO Y DEDUCCIONES DEL PERIODO *
053900*                       QUE SE CIERRA, PARA RECONCILIAR    *
053910*                       PERIODOS PASADOS MAS ADELANTE.     *
053920*----------------------------------------------------------*
053930 8500-CERRAR-PERIODO.
053940     MOVE "N" TO ENTRADA-VALIDA.
053950     PERFORM UNTIL ES-VALIDA
053960         DISPLAY "Ingrese el periodo a cerrar (AAAAMM): "
053970         ACCEPT TEMP-PERIODO
053980         IF TEMP-PERIODO IS NUMERIC
053990             MOVE TEMP-PERIODO(5:2) TO TEMP-MES
054000             IF TEMP-MES >= 1 AND TEMP-MES <= 12
054010                 MOVE "S" TO ENTRADA-VALIDA
054020             END-IF
054030         END-IF
054040         IF NOT ES-VALIDA
054050             DISPLAY "Periodo invalido, use AAAAMM."
054060         END-IF
054070     END-PERFORM.
054080     PERFORM 8805-PEDIR-PARAMETROS THRU 8805-EXIT.
054090     MOVE "S" TO SW-AUD-INTERACTIVA.
054100     PERFORM 8530-CIERRE-NUCLEO THRU 8530-EXIT.
054110 8500-EXIT.
054120     EXIT.
054130
054140*----------------------------------------------------------*
054150* 8530-CIERRE-NUCLEO - CUERPO DEL CIERRE DE PERIODO, CON   *
054160*                      TEMP-PERIODO YA ESTABLECIDO (POR    *
054170*                      CAPTURA O POR PARAMETRO DE LOTE)    *
054180*----------------------------------------------------------*
054190 8530-CIERRE-NUCLEO.
054200     MOVE "N" TO SW-CIERRE-HECHO.
054210     MOVE LOW-VALUES TO NF-EMPLEADO-ID.
054220     START NOMINA-ARCH KEY IS NOT LESS THAN NF-EMPLEADO-ID
054230         INVALID KEY
054240             DISPLAY "No hay empleados registrados en la "
054250                 "nomina."
054260             GO TO 8530-EXIT
054270     END-START.
054280
054290*    EL CALENDARIO DE PERIODOS IMPIDE CERRAR DOS VECES EL
054300*    MISMO PERIODO O SALTARSE UNO DE LA SECUENCIA.
054310     PERFORM 8520-VALIDAR-PERIODO THRU 8520-EXIT.
054320     IF PERIODO-YA-CERRADO
054330         GO TO 8530-EXIT
054340     END-IF.
054350
054360*    LOS RETROACTIVOS APLICADOS EN EL PERIODO SE ARCHIVAN
054370*    CON EL Y QUEDAN CERRADOS.
054380     PERFORM 7320-CARGAR-RETROACTIVOS THRU 7320-EXIT.
054390     IF RET-OMITIDOS > 0
054400         DISPLAY "El periodo no se cierra."
054410         GO TO 8530-EXIT
054420     END-IF.
054430     PERFORM 7555-CARGAR-VAC-PAGADAS THRU 7555-EXIT.
054440     IF VPA-OMITIDOS > 0
054450         DISPLAY "El periodo no se cierra."
054460         GO TO 8530-EXIT
054470     END-IF.
054480*    LA POLIZA CONTABLE SE ARMA Y CUADRA ANTES DE ARCHIVAR
054490*    PARA QUE REGISTRO Y CONTABILIDAD NO DIFIERAN.
054500     PERFORM 8540-PREPARAR-POLIZA THRU 8540-EXIT.
054510     IF NOT POLIZA-VALIDA
054520         DISPLAY "El periodo no se cierra."
054530         GO TO 8530-EXIT
054540     END-IF.
054550*    LAS OBSERVACIONES DE LA AUDITORIA PREVIA DETIENEN EL
054560*    CIERRE HASTA QUE UN SUPERVISOR LAS RECONOCE.
054570     PERFORM 8800-AUDITAR-CIERRE THRU 8800-EXIT.
054580     IF AUD-MARCAS > 0
054590         PERFORM 8820-BUSCAR-RECONOCIMIENTO THRU 8820-EXIT
054600         IF NOT AUD-RECONOCIDA AND AUD-INTERACTIVA
054610             PERFORM 8830-RECONOCER-AUDITORIA THRU 8830-EXIT
054620         END-IF
054630         IF NOT AUD-RECONOCIDA
054640             DISPLAY "Hay observaciones de auditoria sin "
054650                 "reconocer; el periodo no se cierra."
054660             MOVE SPACES TO EX-REGISTRO
054670             MOVE "AUDITORIA" TO EX-ORIGEN
054680             MOVE TEMP-PERIODO TO EX-CODIGO
054690             MOVE "Observaciones sin reconocer" TO EX-MOTIVO
054700             PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
054710             GO TO 8530-EXIT
054720         END-IF
054730     END-IF.
054740
054750     OPEN EXTEND REGISTRO.
054760     IF NOT FS-REGISTRO-OK
054770         OPEN OUTPUT REGISTRO
054780     END-IF.
054790
054800     MOVE LOW-VALUES TO NF-EMPLEADO-ID.
054810     START NOMINA-ARCH KEY IS NOT LESS THAN NF-EMPLEADO-ID
054820         INVALID KEY
054830             CONTINUE
054840     END-START.
054850     MOVE "N" TO SW-FIN-NOMINA.
054860     PERFORM UNTIL FIN-NOMINA
054870         READ NOMINA-ARCH NEXT RECORD
054880             AT END
054890                 MOVE "S" TO SW-FIN-NOMINA
054900             NOT AT END
054910*                UN INACTIVO SOLO SE ARCHIVA SI COBRO EN EL
054920*                PERIODO; UNA BAJA YA ARCHIVO SU FINIQUITO.
054930                 IF NF-ACTIVO OR NF-PAGADO-PERIODO = "S"
054940                     PERFORM 8510-ARCHIVAR-RENGLON
054950                 END-IF
054960         END-READ
054970     END-PERFORM.
054980     CLOSE REGISTRO.
054990*    LOS RETROACTIVOS YA CERRADOS PASAN AL HISTORICO.
055000     MOVE "S" TO SW-RETRO-DEPURAR.
055010     PERFORM 7325-GRABAR-RETROACTIVOS THRU 7325-EXIT.
055020     MOVE "N" TO SW-RETRO-DEPURAR.
055030*    LAS HORAS DE VACACIONES YA QUEDARON ARCHIVADAS.
055040     OPEN OUTPUT VACPAGO.
055050     CLOSE VACPAGO.
055060*    LOS PAGOS FUERA DE CICLO DEL PERIODO YA ESTAN EN
055070*    REGISTRO.DAT Y EN SU POLIZA; SU ARCHIVO BANCARIO SE
055080*    ENTREGA ANTES DEL CIERRE.
055090     OPEN OUTPUT TRANSFOC.
055100     CLOSE TRANSFOC.
055110
055120     ACCEPT CIERRE-FECHA-HOY FROM DATE YYYYMMDD.
055130     OPEN EXTEND PERNOM.
055140     IF NOT FS-PERNOM-OK
055150         OPEN OUTPUT PERNOM
055160     END-IF.
055170     MOVE SPACES TO PC-REGISTRO.
055180     MOVE TEMP-PERIODO TO PC-PERIODO.
055190     MOVE CIERRE-FECHA-HOY TO PC-FECHA-CIERRE.
055200     MOVE "C" TO PC-ESTADO.
055210     WRITE PC-REGISTRO.
055220     CLOSE PERNOM.
055230     IF HAY-CUENTAS
055240         PERFORM 8550-GRABAR-POLIZA THRU 8550-EXIT
055250     END-IF.
055260
055270     MOVE "S" TO SW-CIERRE-HECHO.
055280     DISPLAY "Periodo " TEMP-PERIODO
055290         " archivado en REGISTRO.DAT".
055300 8530-EXIT.
055310     EXIT.
055320
055330*----------------------------------------------------------*
055340* 8510-ARCHIVAR-RENGLON - ESCRIBE EL RENGLON DE UN EMPLEADO*
055350*----------------------------------------------------------*
055360 8510-ARCHIVAR-RENGLON.
055370     PERFORM 8505-CALCULAR-RETENCIONES THRU 8505-EXIT.
055380     MOVE "A" TO RETRO-ESTADO-BUSCA.
055390     MOVE "C" TO RETRO-ESTADO-NUEVO.
055400     PERFORM 7330-RETRO-EMPLEADO THRU 7330-EXIT.
055410
055420     MOVE SPACES TO RG-REGISTRO.
055430     MOVE TEMP-PERIODO      TO RG-PERIODO.
055440     MOVE NF-EMPLEADO-ID    TO RG-EMPLEADO-ID.
055450     MOVE NF-SALARIO-BRUTO  TO RG-BRUTO.
055460     MOVE NF-SALARIO-NETO   TO RG-NETO.
055470     MOVE RG-IMPUESTO-CALC  TO RG-IMPUESTO.
055480     MOVE RG-DEDUCCION-CALC TO RG-DEDUCCION.
055490     MOVE DED-REC-APLICADA  TO RG-DED-RECURR.
055500     MOVE NF-COSTO-PATRONAL TO RG-COSTO-PAT.
055510     MOVE NF-HORAS-TRAB     TO RG-HORAS.
055520     MOVE RETRO-MONTO       TO RG-RETRO.
055530     MOVE "N"               TO RG-TIPO.
055540     PERFORM 7558-VAC-EMPLEADO THRU 7558-EXIT.
055550     MOVE VPA-MONTO         TO RG-VAC-HORAS.
055560     MOVE NF-EMPLEADO-ID    TO BEN-EMPLEADO.
055570     PERFORM 7720-BUSCAR-BENEFICIARIO THRU 7720-EXIT.
055580     MOVE BEN-TIPO          TO RG-TIPO-DED.
055590     MOVE BEN-CODIGO        TO RG-BENEFICIARIO.
055600     WRITE RG-REGISTRO.
055610
055620*----------------------------------------------------------*
055630* 8505-CALCULAR-RETENCIONES - IMPUESTO, DEDUCCION Y        *
055640*                             DEDUCCION RECURRENTE DEL     *
055650*                             EMPLEADO QUE SE ARCHIVA      *
055660*----------------------------------------------------------*
055670 8505-CALCULAR-RETENCIONES.
055680     MOVE NF-SALARIO-BRUTO TO BRUTO-CONSULTA.
055690     PERFORM 3100-BUSCAR-TRAMO.
055700     COMPUTE RG-IMPUESTO-CALC =
055710             NF-SALARIO-BRUTO * TASA-IMP-APLICADA.
055720     COMPUTE RG-DEDUCCION-CALC =
055730             NF-SALARIO-BRUTO * TASA-DED-APLICADA.
055740*    SE ARCHIVA LA DEDUCCION RECURRENTE APLICADA, NO LA
055750*    NOMINAL, PARA QUE EL PERIODO CUADRE AL RECONCILIAR.
055760     MOVE RG-IMPUESTO-CALC  TO RC-IMPUESTO-MONTO.
055770     MOVE RG-DEDUCCION-CALC TO RC-DEDUCCION-MONTO.
055780     PERFORM 5030-DEDUCCION-APLICADA THRU 5030-EXIT.
055790 8505-EXIT.
055800     EXIT.
055810
055820*----------------------------------------------------------*
055830* 8520-VALIDAR-PERIODO - RECHAZA UN PERIODO YA CERRADO O   *
055840*                        FUERA DE LA SECUENCIA DEL         *
055850*                        CALENDARIO                        *
055860*----------------------------------------------------------*
055870 8520-VALIDAR-PERIODO.
055880     MOVE "N" TO SW-PERIODO-CERRADO.
055890     MOVE "N" TO SW-HAY-CERRADO.
055900     MOVE SPACES TO ULTIMO-CERRADO.
055910     OPEN INPUT PERNOM.
055920     IF NOT FS-PERNOM-OK
055930         GO TO 8520-VEREDICTO
055940     END-IF.
055950     MOVE "N" TO SW-FIN-ARCHIVO.
055960     PERFORM UNTIL FIN-ARCHIVO
055970         READ PERNOM
055980             AT END
055990                 MOVE "S" TO SW-FIN-ARCHIVO
056000             NOT AT END
056010                 MOVE "S" TO SW-HAY-CERRADO
056020                 IF PC-PERIODO = TEMP-PERIODO
056030                     MOVE "S" TO SW-PERIODO-CERRADO
056040                 END-IF
056050                 IF PC-PERIODO > ULTIMO-CERRADO
056060                     MOVE PC-PERIODO TO ULTIMO-CERRADO
056070                 END-IF
056080         END-READ
056090     END-PERFORM.
056100     CLOSE PERNOM.
056110 8520-VEREDICTO.
056120     IF PERIODO-YA-CERRADO
056130         DISPLAY "El periodo " TEMP-PERIODO
056140             " ya fue cerrado; no se repite."
056150         GO TO 8520-EXIT
056160     END-IF.
056170     IF NOT HAY-PERIODO-CERRADO
056180         GO TO 8520-EXIT
056190     END-IF.
056200*    EL SIGUIENTE PERIODO VALIDO ES EL MES INMEDIATO
056210*    POSTERIOR AL ULTIMO CERRADO.
056220     MOVE ULTIMO-CERRADO TO PERIODO-ESPERADO.
056230     IF PES-MES = 12
056240         ADD 1 TO PES-ANO
056250         MOVE 1 TO PES-MES
056260     ELSE
056270         ADD 1 TO PES-MES
056280     END-IF.
056290     IF TEMP-PERIODO NOT = PERIODO-ESPERADO
056300         DISPLAY "Periodo fuera de secuencia; se esperaba "
056310             PERIODO-ESPERADO "."
056320         MOVE "S" TO SW-PERIODO-CERRADO
056330     END-IF.
056340 8520-EXIT.
056350     EXIT.
056360
056370*----------------------------------------------------------*
056380* 8540-PREPARAR-POLIZA - ARMA EN MEMORIA LA POLIZA DEL     *
056390*                        PERIODO CON LOS MISMOS IMPORTES   *
056400*                        QUE SE VAN A ARCHIVAR Y LA CUADRA *
056410*----------------------------------------------------------*
056420 8540-PREPARAR-POLIZA.
056430     MOVE "S" TO SW-POLIZA-VALIDA.
056440     MOVE 0 TO PLZ-CONTADOR.
056450     MOVE 0 TO PLZ-OMITIDOS.
056460     PERFORM 8541-CARGAR-CUENTAS THRU 8541-EXIT.
056470*    SIN CATALOGO NO HAY INTERFAZ CONTABLE; EL CIERRE
056480*    SIGUE COMO ANTES.
056490     IF NOT HAY-CUENTAS
056500         DISPLAY "Sin catalogo de cuentas CUENTAS.DAT; el "
056510             "cierre no genera poliza contable."
056520         GO TO 8540-EXIT
056530     END-IF.
056540     MOVE LOW-VALUES TO NF-EMPLEADO-ID.
056550     START NOMINA-ARCH KEY IS NOT LESS THAN NF-EMPLEADO-ID
056560         INVALID KEY
056570             CONTINUE
056580     END-START.
056590     MOVE "N" TO SW-FIN-NOMINA.
056600     PERFORM UNTIL FIN-NOMINA
056610         READ NOMINA-ARCH NEXT RECORD
056620             AT END
056630                 MOVE "S" TO SW-FIN-NOMINA
056640             NOT AT END
056650                 IF NF-ACTIVO OR NF-PAGADO-PERIODO = "S"
056660                     PERFORM 8542-POLIZA-EMPLEADO
056670                         THRU 8542-EXIT
056680                 END-IF
056690         END-READ
056700     END-PERFORM.
056710     PERFORM 8548-VALIDAR-POLIZA THRU 8548-EXIT.
056720 8540-EXIT.
056730     EXIT.
056740
056750*----------------------------------------------------------*
056760* 8541-CARGAR-CUENTAS - LEE EL CATALOGO DE CUENTAS         *
056770*----------------------------------------------------------*
056780 8541-CARGAR-CUENTAS.
056790     MOVE "N" TO SW-HAY-CUENTAS.
056800     MOVE 0 TO CTA-CONTADOR.
056810     MOVE 0 TO CTA-OMITIDOS.
056820     OPEN INPUT CUENTAS.
056830     IF NOT FS-CUENTAS-OK
056840         GO TO 8541-EXIT
056850     END-IF.
056860     MOVE "S" TO SW-HAY-CUENTAS.
056870     MOVE "N" TO SW-FIN-ARCHIVO.
056880     PERFORM UNTIL FIN-ARCHIVO
056890         READ CUENTAS
056900             AT END
056910                 MOVE "S" TO SW-FIN-ARCHIVO
056920             NOT AT END
056930                 IF CTA-CONTADOR < 100
056940                     ADD 1 TO CTA-CONTADOR
056950                     SET CTA-IDX TO CTA-CONTADOR
056960                     MOVE CM-CONCEPTO TO CTA-CONCEPTO(CTA-IDX)
056970                     MOVE CM-CLAVE    TO CTA-CLAVE(CTA-IDX)
056980                     MOVE CM-CUENTA   TO CTA-CUENTA(CTA-IDX)
056990                 ELSE
057000                     ADD 1 TO CTA-OMITIDOS
057010                 END-IF
057020         END-READ
057030     END-PERFORM.
057040     CLOSE CUENTAS.
057050     IF CTA-OMITIDOS > 0
057060         DISPLAY "Aviso: " CTA-OMITIDOS " cuentas del "
057070             "catalogo no caben en la tabla."
057080     END-IF.
057090 8541-EXIT.
057100     EXIT.
057110
057120*----------------------------------------------------------*
057130* 8542-POLIZA-EMPLEADO - SUMA A LA POLIZA LOS IMPORTES DEL *
057140*                        EMPLEADO: CARGO A SUELDOS DE SU   *
057150*                        DEPARTAMENTO Y A CUOTAS           *
057160*                        PATRONALES; ABONO A RETENCIONES,  *
057170*                        CUOTAS POR PAGAR Y BANCOS         *
057180*----------------------------------------------------------*
057190 8542-POLIZA-EMPLEADO.
057200     PERFORM 8505-CALCULAR-RETENCIONES THRU 8505-EXIT.
057210     MOVE 0 TO POL-ABONO.
057220     MOVE "SUELDOS" TO POL-CONCEPTO.
057230     MOVE NF-DEPARTAMENTO TO POL-CLAVE.
057240     MOVE NF-SALARIO-BRUTO TO POL-CARGO.
057250     PERFORM 8545-AGREGAR-A-POLIZA THRU 8545-EXIT.
057260     MOVE "CUOTAPAT" TO POL-CONCEPTO.
057270     MOVE SPACES TO POL-CLAVE.
057280     MOVE NF-COSTO-PATRONAL TO POL-CARGO.
057290     PERFORM 8545-AGREGAR-A-POLIZA THRU 8545-EXIT.
057300
057310     MOVE 0 TO POL-CARGO.
057320     MOVE "CUOTAXPAG" TO POL-CONCEPTO.
057330     MOVE NF-COSTO-PATRONAL TO POL-ABONO.
057340     PERFORM 8545-AGREGAR-A-POLIZA THRU 8545-EXIT.
057350     MOVE "IMPUESTO" TO POL-CONCEPTO.
057360     MOVE RG-IMPUESTO-CALC TO POL-ABONO.
057370     PERFORM 8545-AGREGAR-A-POLIZA THRU 8545-EXIT.
057380     MOVE "DEDUCCION" TO POL-CONCEPTO.
057390     MOVE RG-DEDUCCION-CALC TO POL-ABONO.
057400     PERFORM 8545-AGREGAR-A-POLIZA THRU 8545-EXIT.
057410     MOVE "DEDRECURR" TO POL-CONCEPTO.
057420     MOVE DED-REC-APLICADA TO POL-ABONO.
057430     PERFORM 8545-AGREGAR-A-POLIZA THRU 8545-EXIT.
057440     MOVE "BANCO" TO POL-CONCEPTO.
057450     MOVE NF-SALARIO-NETO TO POL-ABONO.
057460     PERFORM 8545-AGREGAR-A-POLIZA THRU 8545-EXIT.
057470
057480*    EL NETO SE CALCULO EN UN SOLO COMPUTE Y LAS RETENCIONES
057490*    SE TRUNCAN POR SEPARADO; LOS CENTAVOS DE DIFERENCIA VAN
057500*    A REDONDEO. UNA DIFERENCIA MAYOR NO SE ASIENTA Y DEJA
057510*    LA POLIZA FUERA DE CUADRE.
057520     COMPUTE POL-DIFERENCIA = NF-SALARIO-BRUTO
057530             - RG-IMPUESTO-CALC - RG-DEDUCCION-CALC
057540             - DED-REC-APLICADA - NF-SALARIO-NETO.
057550     IF POL-DIFERENCIA = 0
057560         GO TO 8542-EXIT
057570     END-IF.
057580     IF POL-DIFERENCIA > POL-TOLERANCIA
057590             OR POL-DIFERENCIA < 0 - POL-TOLERANCIA
057600         MOVE SPACES TO EX-REGISTRO
057610         MOVE "POLIZA" TO EX-ORIGEN
057620         MOVE NF-EMPLEADO-ID TO EX-CODIGO
057630         MOVE "Neto no cuadra con retenciones" TO EX-MOTIVO
057640         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
057650         GO TO 8542-EXIT
057660     END-IF.
057670     MOVE "REDONDEO" TO POL-CONCEPTO.
057680     MOVE 0 TO POL-CARGO.
057690     MOVE 0 TO POL-ABONO.
057700     IF POL-DIFERENCIA > 0
057710         MOVE POL-DIFERENCIA TO POL-ABONO
057720     ELSE
057730         COMPUTE POL-CARGO = 0 - POL-DIFERENCIA
057740     END-IF.
057750     PERFORM 8545-AGREGAR-A-POLIZA THRU 8545-EXIT.
057760 8542-EXIT.
057770     EXIT.
057780
057790*----------------------------------------------------------*
057800* 8545-AGREGAR-A-POLIZA - ACUMULA POL-CARGO/POL-ABONO EN   *
057810*                         EL RENGLON DE POL-CONCEPTO Y     *
057820*                         POL-CLAVE, CREANDOLO CON SU      *
057830*                         CUENTA SI ES NUEVO               *
057840*----------------------------------------------------------*
057850 8545-AGREGAR-A-POLIZA.
057860     IF POL-CARGO = 0 AND POL-ABONO = 0
057870         GO TO 8545-EXIT
057880     END-IF.
057890     MOVE "N" TO PLZ-HALLADO.
057900     PERFORM VARYING PLZ-IDX FROM 1 BY 1
057910             UNTIL PLZ-IDX > PLZ-CONTADOR
057920             OR PLZ-HALLADO = "S"
057930         IF PLZ-CONCEPTO(PLZ-IDX) = POL-CONCEPTO
057940                 AND PLZ-CLAVE(PLZ-IDX) = POL-CLAVE
057950             MOVE "S" TO PLZ-HALLADO
057960             ADD POL-CARGO TO PLZ-CARGO(PLZ-IDX)
057970             ADD POL-ABONO TO PLZ-ABONO(PLZ-IDX)
057980         END-IF
057990     END-PERFORM.
058000     IF PLZ-HALLADO = "S"
058010         GO TO 8545-EXIT
058020     END-IF.
058030     IF PLZ-CONTADOR >= 80
058040         ADD 1 TO PLZ-OMITIDOS
058050         GO TO 8545-EXIT
058060     END-IF.
058070     PERFORM 8546-BUSCAR-CUENTA THRU 8546-EXIT.
058080     ADD 1 TO PLZ-CONTADOR.
058090     SET PLZ-IDX TO PLZ-CONTADOR.
058100     MOVE POL-CUENTA   TO PLZ-CUENTA(PLZ-IDX).
058110     MOVE POL-CONCEPTO TO PLZ-CONCEPTO(PLZ-IDX).
058120     MOVE POL-CLAVE    TO PLZ-CLAVE(PLZ-IDX).
058130     MOVE POL-CARGO    TO PLZ-CARGO(PLZ-IDX).
058140     MOVE POL-ABONO    TO PLZ-ABONO(PLZ-IDX).
058150 8545-EXIT.
058160     EXIT.
058170
058180*----------------------------------------------------------*
058190* 8546-BUSCAR-CUENTA - CUENTA DE POL-CONCEPTO Y POL-CLAVE; *
058200*                      SI LA CLAVE NO ESTA MAPEADA SE USA  *
058210*                      LA CUENTA GENERAL DEL CONCEPTO.     *
058220*                      SIN CUENTA QUEDA EN BLANCO.         *
058230*----------------------------------------------------------*
058240 8546-BUSCAR-CUENTA.
058250     MOVE SPACES TO POL-CUENTA.
058260     PERFORM VARYING CTA-IDX FROM 1 BY 1
058270             UNTIL CTA-IDX > CTA-CONTADOR
058280         IF CTA-CONCEPTO(CTA-IDX) = POL-CONCEPTO
058290             IF CTA-CLAVE(CTA-IDX) = POL-CLAVE
058300                 MOVE CTA-CUENTA(CTA-IDX) TO POL-CUENTA
058310             END-IF
058320             IF CTA-CLAVE(CTA-IDX) = SPACES
058330                     AND POL-CUENTA = SPACES
058340                 MOVE CTA-CUENTA(CTA-IDX) TO POL-CUENTA
058350             END-IF
058360         END-IF
058370     END-PERFORM.
058380 8546-EXIT.
058390     EXIT.
058400
058410*----------------------------------------------------------*
058420* 8548-VALIDAR-POLIZA - DEJA CADA RENGLON A SU SALDO NETO, *
058430*                       EXIGE CUENTA EN TODOS Y QUE LOS    *
058440*                       CARGOS IGUALEN A LOS ABONOS        *
058450*----------------------------------------------------------*
058460 8548-VALIDAR-POLIZA.
058470     MOVE 0 TO POL-TOTAL-CARGO.
058480     MOVE 0 TO POL-TOTAL-ABONO.
058490     MOVE 0 TO POL-RENGLONES.
058500     IF PLZ-OMITIDOS > 0
058510         DISPLAY "La poliza excede 80 renglones."
058520         MOVE "N" TO SW-POLIZA-VALIDA
058530     END-IF.
058540     PERFORM VARYING PLZ-IDX FROM 1 BY 1
058550             UNTIL PLZ-IDX > PLZ-CONTADOR
058560         IF PLZ-CARGO(PLZ-IDX) > PLZ-ABONO(PLZ-IDX)
058570             SUBTRACT PLZ-ABONO(PLZ-IDX)
058580                 FROM PLZ-CARGO(PLZ-IDX)
058590             MOVE 0 TO PLZ-ABONO(PLZ-IDX)
058600         ELSE
058610             SUBTRACT PLZ-CARGO(PLZ-IDX)
058620                 FROM PLZ-ABONO(PLZ-IDX)
058630             MOVE 0 TO PLZ-CARGO(PLZ-IDX)
058640         END-IF
058650         IF PLZ-CARGO(PLZ-IDX) > 0 OR PLZ-ABONO(PLZ-IDX) > 0
058660             ADD 1 TO POL-RENGLONES
058670             ADD PLZ-CARGO(PLZ-IDX) TO POL-TOTAL-CARGO
058680             ADD PLZ-ABONO(PLZ-IDX) TO POL-TOTAL-ABONO
058690             IF PLZ-CUENTA(PLZ-IDX) = SPACES
058700                 MOVE "N" TO SW-POLIZA-VALIDA
058710                 DISPLAY "Sin cuenta contable para "
058720                     PLZ-CONCEPTO(PLZ-IDX) " "
058730                     PLZ-CLAVE(PLZ-IDX)
058740                 MOVE SPACES TO EX-REGISTRO
058750                 MOVE "POLIZA" TO EX-ORIGEN
058760                 MOVE PLZ-CONCEPTO(PLZ-IDX) TO EX-CODIGO
058770                 STRING "Sin cuenta contable "
058780                         PLZ-CLAVE(PLZ-IDX)
058790                     DELIMITED BY SIZE INTO EX-MOTIVO
058800                 PERFORM 9100-REGISTRAR-EXCEPCION
058810                     THRU 9100-EXIT
058820             END-IF
058830         END-IF
058840     END-PERFORM.
058850     MOVE POL-TOTAL-CARGO TO POL-TOTAL-ED.
058860     DISPLAY "Poliza: cargos  " POL-TOTAL-ED.
058870     MOVE POL-TOTAL-ABONO TO POL-TOTAL-ED.
058880     DISPLAY "        abonos  " POL-TOTAL-ED.
058890     IF POL-TOTAL-CARGO NOT = POL-TOTAL-ABONO
058900         MOVE "N" TO SW-POLIZA-VALIDA
058910         DISPLAY "La poliza no cuadra; no se genera."
058920         MOVE SPACES TO EX-REGISTRO
058930         MOVE "POLIZA" TO EX-ORIGEN
058940         MOVE TEMP-PERIODO TO EX-CODIGO
058950         MOVE "Poliza de nomina no cuadra" TO EX-MOTIVO
058960         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
058970     END-IF.
058980 8548-EXIT.
058990     EXIT.
059000
059010*----------------------------------------------------------*
059020* 8550-GRABAR-POLIZA - ASIGNA EL NUMERO DE POLIZA Y LA     *
059030*                      AGREGA A POLIZAS.DAT CON SU         *
059040*                      REGISTRO DE CONTROL                 *
059050*----------------------------------------------------------*
059060 8550-GRABAR-POLIZA.
059070     MOVE 0 TO POL-NUMERO.
059080     OPEN INPUT POLIZCTL.
059090     IF FS-POLIZCTL-OK
059100         READ POLIZCTL
059110             AT END
059120                 CONTINUE
059130             NOT AT END
059140                 IF PX-NUMERO IS NUMERIC
059150                     MOVE PX-NUMERO TO POL-NUMERO
059160                 END-IF
059170         END-READ
059180         CLOSE POLIZCTL
059190     END-IF.
059200     ADD 1 TO POL-NUMERO.
059210     OPEN OUTPUT POLIZCTL.
059220     MOVE POL-NUMERO TO PX-NUMERO.
059230     WRITE PX-REGISTRO.
059240     CLOSE POLIZCTL.
059250
059260     OPEN EXTEND POLIZAS.
059270     IF NOT FS-POLIZAS-OK
059280         OPEN OUTPUT POLIZAS
059290     END-IF.
059300     PERFORM VARYING PLZ-IDX FROM 1 BY 1
059310             UNTIL PLZ-IDX > PLZ-CONTADOR
059320         IF PLZ-CARGO(PLZ-IDX) > 0 OR PLZ-ABONO(PLZ-IDX) > 0
059330             MOVE SPACES TO PZ-REGISTRO
059340             MOVE POL-NUMERO TO PZ-NUMERO
059350             MOVE "D" TO PZ-TIPO
059360             MOVE "NOM" TO PZ-ORIGEN
059370             MOVE TEMP-PERIODO TO PZ-PERIODO
059380             MOVE CIERRE-FECHA-HOY TO PZ-FECHA
059390             MOVE PLZ-CUENTA(PLZ-IDX) TO PZ-CUENTA
059400             MOVE PLZ-CONCEPTO(PLZ-IDX) TO PZ-CONCEPTO
059410             MOVE PLZ-CLAVE(PLZ-IDX) TO PZ-CLAVE
059420             MOVE PLZ-CARGO(PLZ-IDX) TO PZ-CARGO
059430             MOVE PLZ-ABONO(PLZ-IDX) TO PZ-ABONO
059440             MOVE OPERADOR-ACTUAL TO PZ-OPERADOR
059450             WRITE PZ-REGISTRO
059460         END-IF
059470     END-PERFORM.
059480     MOVE SPACES TO PZ-REGISTRO.
059490     MOVE POL-NUMERO TO PZ-NUMERO.
059500     MOVE "T" TO PZ-TIPO.
059510     MOVE "NOM" TO PZ-ORIGEN.
059520     MOVE TEMP-PERIODO TO PZ-PERIODO.
059530     MOVE CIERRE-FECHA-HOY TO PZ-FECHA.
059540     MOVE POL-RENGLONES TO PZ-RENGLONES.
059550     MOVE POL-TOTAL-CARGO TO PZ-CARGO.
059560     MOVE POL-TOTAL-ABONO TO PZ-ABONO.
059570     MOVE OPERADOR-ACTUAL TO PZ-OPERADOR.
059580     WRITE PZ-REGISTRO.
059590     CLOSE POLIZAS.
059600     DISPLAY "Poliza contable " POL-NUMERO " del periodo "
059610         TEMP-PERIODO " grabada en POLIZAS.DAT ("
059620         POL-RENGLONES " renglones).".
059630 8550-EXIT.
059640     EXIT.
059650
059660*----------------------------------------------------------*
059670* 8560-POLIZA-FUERA-CICLO - ARMA EN MEMORIA Y CUADRA LA    *
059680*                           POLIZA DE UN PAGO FUERA DE     *
059690*                           CICLO CON LOS IMPORTES POL-FC; *
059700*                           SIN CATALOGO NO HAY POLIZA     *
059710*----------------------------------------------------------*
059720 8560-POLIZA-FUERA-CICLO.
059730     MOVE "S" TO SW-POLIZA-VALIDA.
059740     MOVE 0 TO PLZ-CONTADOR.
059750     MOVE 0 TO PLZ-OMITIDOS.
059760     PERFORM 8541-CARGAR-CUENTAS THRU 8541-EXIT.
059770     IF NOT HAY-CUENTAS
059780         GO TO 8560-EXIT
059790     END-IF.
059800     PERFORM 8561-POLIZA-PAGO THRU 8561-EXIT.
059810     PERFORM 8548-VALIDAR-POLIZA THRU 8548-EXIT.
059820 8560-EXIT.
059830     EXIT.
059840
059850*----------------------------------------------------------*
059860* 8561-POLIZA-PAGO - LOS MISMOS CONCEPTOS QUE              *
059870*                    8542-POLIZA-EMPLEADO CON LOS IMPORTES *
059880*                    DEL PAGO FUERA DE CICLO               *
059890*----------------------------------------------------------*
059900 8561-POLIZA-PAGO.
059910     MOVE 0 TO POL-ABONO.
059920     MOVE "SUELDOS" TO POL-CONCEPTO.
059930     MOVE NF-DEPARTAMENTO TO POL-CLAVE.
059940     MOVE POL-FC-BRUTO TO POL-CARGO.
059950     PERFORM 8562-AGREGAR-FUERA-CICLO THRU 8562-EXIT.
059960     MOVE 0 TO POL-ABONO.
059970     MOVE "CUOTAPAT" TO POL-CONCEPTO.
059980     MOVE SPACES TO POL-CLAVE.
059990     MOVE POL-FC-COSTO-PAT TO POL-CARGO.
060000     PERFORM 8562-AGREGAR-FUERA-CICLO THRU 8562-EXIT.
060010
060020     MOVE 0 TO POL-CARGO.
060030     MOVE "CUOTAXPAG" TO POL-CONCEPTO.
060040     MOVE POL-FC-COSTO-PAT TO POL-ABONO.
060050     PERFORM 8562-AGREGAR-FUERA-CICLO THRU 8562-EXIT.
060060     MOVE 0 TO POL-CARGO.
060070     MOVE "IMPUESTO" TO POL-CONCEPTO.
060080     MOVE POL-FC-IMPUESTO TO POL-ABONO.
060090     PERFORM 8562-AGREGAR-FUERA-CICLO THRU 8562-EXIT.
060100     MOVE 0 TO POL-CARGO.
060110     MOVE "DEDUCCION" TO POL-CONCEPTO.
060120     MOVE POL-FC-DEDUCCION TO POL-ABONO.
060130     PERFORM 8562-AGREGAR-FUERA-CICLO THRU 8562-EXIT.
060140     MOVE 0 TO POL-CARGO.
060150     MOVE "DEDRECURR" TO POL-CONCEPTO.
060160     MOVE POL-FC-DED-RECURR TO POL-ABONO.
060170     PERFORM 8562-AGREGAR-FUERA-CICLO THRU 8562-EXIT.
060180     MOVE 0 TO POL-CARGO.
060190     MOVE "BANCO" TO POL-CONCEPTO.
060200     MOVE POL-FC-NETO TO POL-ABONO.
060210     PERFORM 8562-AGREGAR-FUERA-CICLO THRU 8562-EXIT.
060220
060230     COMPUTE POL-DIFERENCIA = POL-FC-BRUTO
060240             - POL-FC-IMPUESTO - POL-FC-DEDUCCION
060250             - POL-FC-DED-RECURR - POL-FC-NETO.
060260     IF POL-DIFERENCIA = 0
060270         GO TO 8561-EXIT
060280     END-IF.
060290     IF POL-DIFERENCIA > POL-TOLERANCIA
060300             OR POL-DIFERENCIA < 0 - POL-TOLERANCIA
060310         MOVE SPACES TO EX-REGISTRO
060320         MOVE "POLIZA" TO EX-ORIGEN
060330         MOVE NF-EMPLEADO-ID TO EX-CODIGO
060340         MOVE "Neto no cuadra con retenciones" TO EX-MOTIVO
060350         PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
060360         GO TO 8561-EXIT
060370     END-IF.
060380     MOVE "REDONDEO" TO POL-CONCEPTO.
060390     MOVE SPACES TO POL-CLAVE.
060400     MOVE 0 TO POL-CARGO.
060410     MOVE 0 TO POL-ABONO.
060420     IF POL-DIFERENCIA > 0
060430         MOVE POL-DIFERENCIA TO POL-ABONO
060440     ELSE
060450         COMPUTE POL-CARGO = 0 - POL-DIFERENCIA
060460     END-IF.
060470     PERFORM 8562-AGREGAR-FUERA-CICLO THRU 8562-EXIT.
060480 8561-EXIT.
060490     EXIT.
060500
060510*----------------------------------------------------------*
060520* 8562-AGREGAR-FUERA-CICLO - AGREGA EL RENGLON A LA POLIZA;*
060530*                            EN LA ANULACION INTERCAMBIA   *
060540*                            CARGO Y ABONO                 *
060550*----------------------------------------------------------*
060560 8562-AGREGAR-FUERA-CICLO.
060570     IF POL-REVERSA
060580         MOVE POL-CARGO TO POL-FC-TEMP
060590         MOVE POL-ABONO TO POL-CARGO
060600         MOVE POL-FC-TEMP TO POL-ABONO
060610     END-IF.
060620     PERFORM 8545-AGREGAR-A-POLIZA THRU 8545-EXIT.
060630 8562-EXIT.
060640     EXIT.
060650
060660*----------------------------------------------------------*
060670* 8600-CONSTANCIA-ANUAL - TOTALIZA LOS PERIODOS DE UN ANO  *
060680*                         DESDE REGISTRO.DAT POR EMPLEADO  *
060690*                         Y GENERA LA CONSTANCIA ANUAL DE  *
060700*                         PERCEPCIONES IMPRIMIBLE          *
060710*----------------------------------------------------------*
060720 8600-CONSTANCIA-ANUAL.
060730     MOVE "N" TO ENTRADA-VALIDA.
060740     PERFORM UNTIL ES-VALIDA
060750         DISPLAY "Ingrese el ano de la constancia (AAAA): "
060760         ACCEPT ENTRADA-CAPTURA
060770         IF ENTRADA-CAPTURA(1:4) IS NUMERIC
060780                 AND ENTRADA-CAPTURA(5:4) = SPACES
060790             MOVE "S" TO ENTRADA-VALIDA
060800             MOVE ENTRADA-CAPTURA(1:4) TO ANU-ANO
060810         ELSE
060820             DISPLAY "Ano invalido, use AAAA."
060830         END-IF
060840     END-PERFORM.
060850
060860     MOVE 0 TO ANU-CONTADOR.
060870     MOVE 0 TO ANU-OMITIDOS.
060880     OPEN INPUT REGISTRO.
060890     IF NOT FS-REGISTRO-OK
060900         DISPLAY "No hay registro historico (REGISTRO.DAT)."
060910         GO TO 8600-EXIT
060920     END-IF.
060930     MOVE "N" TO SW-FIN-ARCHIVO.
060940     PERFORM UNTIL FIN-ARCHIVO
060950         READ REGISTRO
060960             AT END
060970                 MOVE "S" TO SW-FIN-ARCHIVO
060980             NOT AT END
060990                 PERFORM 8610-ACUMULAR-ANUAL THRU 8610-EXIT
061000         END-READ
061010     END-PERFORM.
061020     CLOSE REGISTRO.
061030
061040     IF ANU-CONTADOR = 0
061050         DISPLAY "Sin periodos archivados para el ano "
061060             ANU-ANO "."
061070         GO TO 8600-EXIT
061080     END-IF.
061090     IF ANU-OMITIDOS > 0
061100         DISPLAY "Aviso: la tabla admite 50 empleados; se "
061110             "omitieron " ANU-OMITIDOS " renglones."
061120     END-IF.
061130
061140     OPEN OUTPUT CONSTANC.
061150     IF NOT FS-CONSTANC-OK
061160         DISPLAY "No se pudo crear el archivo de "
061170             "constancias."
061180         GO TO 8600-EXIT
061190     END-IF.
061200     PERFORM VARYING ANU-IDX FROM 1 BY 1
061210             UNTIL ANU-IDX > ANU-CONTADOR
061220         PERFORM 8620-ESCRIBIR-CONSTANCIA THRU 8620-EXIT
061230     END-PERFORM.
061240     CLOSE CONSTANC.
061250     DISPLAY "Constancias del ano " ANU-ANO " generadas en "
061260         "CONSTANC.TXT.".
061270 8600-EXIT.
061280     EXIT.
061290
061300*----------------------------------------------------------*
061310* 8610-ACUMULAR-ANUAL - SUMA UN RENGLON DEL REGISTRO AL    *
061320*                       ACUMULADO ANUAL DE SU EMPLEADO     *
061330*----------------------------------------------------------*
061340 8610-ACUMULAR-ANUAL.
061350     IF RG-PERIODO(1:4) NOT = ANU-ANO
061360         GO TO 8610-EXIT
061370     END-IF.
061380     MOVE "N" TO ANU-HALLADO.
061390     PERFORM VARYING ANU-IDX FROM 1 BY 1
061400             UNTIL ANU-IDX > ANU-CONTADOR
061410             OR ANU-HALLADO = "S"
061420         IF ANU-ID(ANU-IDX) = RG-EMPLEADO-ID
061430             MOVE "S" TO ANU-HALLADO
061440             PERFORM 8615-SUMAR-RENGLON THRU 8615-EXIT
061450         END-IF
061460     END-PERFORM.
061470     IF ANU-HALLADO = "S"
061480         GO TO 8610-EXIT
061490     END-IF.
061500     IF ANU-CONTADOR >= 50
061510         ADD 1 TO ANU-OMITIDOS
061520         GO TO 8610-EXIT
061530     END-IF.
061540     ADD 1 TO ANU-CONTADOR.
061550     SET ANU-IDX TO ANU-CONTADOR.
061560     MOVE RG-EMPLEADO-ID TO ANU-ID(ANU-IDX).
061570     MOVE 0 TO ANU-PERIODOS(ANU-IDX).
061580     MOVE 0 TO ANU-BRUTO(ANU-IDX).
061590     MOVE 0 TO ANU-IMPUESTO(ANU-IDX).
061600     MOVE 0 TO ANU-DEDUCCION(ANU-IDX).
061610     MOVE 0 TO ANU-DED-REC(ANU-IDX).
061620     MOVE 0 TO ANU-NETO(ANU-IDX).
061630     MOVE 0 TO ANU-RETRO(ANU-IDX).
061640     PERFORM 8615-SUMAR-RENGLON THRU 8615-EXIT.
061650 8610-EXIT.
061660     EXIT.
061670
061680 8615-SUMAR-RENGLON.
061690*    UNA ANULACION RESTA LO QUE SU PAGO ORIGINAL SUMO, QUE
061700*    SIEMPRE LA PRECEDE EN EL REGISTRO.
061710     IF RG-ANULACION
061720         SUBTRACT RG-BRUTO FROM ANU-BRUTO(ANU-IDX)
061730         SUBTRACT RG-IMPUESTO FROM ANU-IMPUESTO(ANU-IDX)
061740         SUBTRACT RG-DEDUCCION FROM ANU-DEDUCCION(ANU-IDX)
061750         SUBTRACT RG-DED-RECURR FROM ANU-DED-REC(ANU-IDX)
061760         SUBTRACT RG-NETO FROM ANU-NETO(ANU-IDX)
061770         SUBTRACT RG-RETRO FROM ANU-RETRO(ANU-IDX)
061780         GO TO 8615-EXIT
061790     END-IF.
061800     IF RG-NOMINA-REGULAR
061810         ADD 1 TO ANU-PERIODOS(ANU-IDX)
061820     END-IF.
061830     ADD RG-BRUTO TO ANU-BRUTO(ANU-IDX).
061840     ADD RG-IMPUESTO TO ANU-IMPUESTO(ANU-IDX).
061850     ADD RG-DEDUCCION TO ANU-DEDUCCION(ANU-IDX).
061860     ADD RG-DED-RECURR TO ANU-DED-REC(ANU-IDX).
061870     ADD RG-NETO TO ANU-NETO(ANU-IDX).
061880     IF RG-RETRO IS NUMERIC
061890         ADD RG-RETRO TO ANU-RETRO(ANU-IDX)
061900     END-IF.
061910 8615-EXIT.
061920     EXIT.
061930
061940*----------------------------------------------------------*
061950* 8620-ESCRIBIR-CONSTANCIA - UNA PAGINA POR EMPLEADO, AL   *
061960*                            ESTILO DE LOS RECIBOS DE PAGO *
061970*----------------------------------------------------------*
061980 8620-ESCRIBIR-CONSTANCIA.
061990*    EL NOMBRE SALE DEL MAESTRO; UN EMPLEADO YA DADO DE
062000*    BAJA CONSERVA SU CONSTANCIA SOLO CON EL ID.
062010     MOVE SPACES TO ANU-NOMBRE.
062020     MOVE ANU-ID(ANU-IDX) TO NF-EMPLEADO-ID.
062030     READ NOMINA-ARCH
062040         INVALID KEY
062050             CONTINUE
062060         NOT INVALID KEY
062070             MOVE NF-NOMBRE TO ANU-NOMBRE
062080     END-READ.
062090
062100     MOVE ANU-BRUTO(ANU-IDX)     TO ANU-BRUTO-ED.
062110     MOVE ANU-IMPUESTO(ANU-IDX)  TO ANU-IMP-ED.
062120     MOVE ANU-DEDUCCION(ANU-IDX) TO ANU-DED-ED.
062130     MOVE ANU-DED-REC(ANU-IDX)   TO ANU-REC-ED.
062140     MOVE ANU-NETO(ANU-IDX)      TO ANU-NETO-ED.
062150     MOVE ANU-RETRO(ANU-IDX)     TO ANU-RETRO-ED.
062160
062170     MOVE SPACES TO CO-REGISTRO.
062180     STRING "==== CONSTANCIA ANUAL " ANU-ANO " ===="
062190         DELIMITED BY SIZE INTO CO-REGISTRO.
062200     WRITE CO-REGISTRO.
062210
062220     MOVE SPACES TO CO-REGISTRO.
062230     STRING "Empleado: " ANU-ID(ANU-IDX) " " ANU-NOMBRE
062240         DELIMITED BY SIZE INTO CO-REGISTRO.
062250     WRITE CO-REGISTRO.
062260
062270     MOVE SPACES TO CO-REGISTRO.
062280     STRING "Periodos pagados:    " ANU-PERIODOS(ANU-IDX)
062290         DELIMITED BY SIZE INTO CO-REGISTRO.
062300     WRITE CO-REGISTRO.
062310
062320     MOVE SPACES TO CO-REGISTRO.
062330     STRING "Percepcion Bruta:    " ANU-BRUTO-ED
062340         DELIMITED BY SIZE INTO CO-REGISTRO.
062350     WRITE CO-REGISTRO.
062360
062370     IF ANU-RETRO(ANU-IDX) > 0
062380         MOVE SPACES TO CO-REGISTRO
062390         STRING "  Incluye Retroactivo:" ANU-RETRO-ED
062400             DELIMITED BY SIZE INTO CO-REGISTRO
062410         WRITE CO-REGISTRO
062420     END-IF.
062430
062440     MOVE SPACES TO CO-REGISTRO.
062450     STRING "Impuestos Retenidos: " ANU-IMP-ED
062460         DELIMITED BY SIZE INTO CO-REGISTRO.
062470     WRITE CO-REGISTRO.
062480
062490     MOVE SPACES TO CO-REGISTRO.
062500     STRING "Otras Deducciones:   " ANU-DED-ED
062510         DELIMITED BY SIZE INTO CO-REGISTRO.
062520     WRITE CO-REGISTRO.
062530
062540     MOVE SPACES TO CO-REGISTRO.
062550     STRING "Deduccion Recurrente:" ANU-REC-ED
062560         DELIMITED BY SIZE INTO CO-REGISTRO.
062570     WRITE CO-REGISTRO.
062580
062590     MOVE SPACES TO CO-REGISTRO.
062600     STRING "Percepcion Neta:     " ANU-NETO-ED
062610         DELIMITED BY SIZE INTO CO-REGISTRO.
062620     WRITE CO-REGISTRO.
062630
062640     MOVE SPACES TO CO-REGISTRO.
062650     WRITE CO-REGISTRO.
062660 8620-EXIT.
062670     EXIT.
062680
062690*----------------------------------------------------------*
062700* 8700-CONCILIAR-YTD - SUMA LOS RENGLONES DE REGISTRO.DAT  *
062710*                      DE UN ANO POR EMPLEADO Y LOS        *
062720*                      COMPARA CONTRA LOS ACUMULADOS YTD   *
062730*                      DEL MAESTRO, SENALANDO CUALQUIER    *
062740*                      DESVIACION                          *
062750*----------------------------------------------------------*
062760 8700-CONCILIAR-YTD.
062770     MOVE LOW-VALUES TO NF-EMPLEADO-ID.
062780     START NOMINA-ARCH KEY IS NOT LESS THAN NF-EMPLEADO-ID
062790         INVALID KEY
062800             DISPLAY "No hay empleados registrados en la "
062810                 "nomina."
062820             GO TO 8700-EXIT
062830     END-START.
062840     MOVE "N" TO ENTRADA-VALIDA.
062850     PERFORM UNTIL ES-VALIDA
062860         DISPLAY "Ingrese el ano a conciliar (AAAA): "
062870         ACCEPT ENTRADA-CAPTURA
062880         IF ENTRADA-CAPTURA(1:4) IS NUMERIC
062890                 AND ENTRADA-CAPTURA(5:4) = SPACES
062900             MOVE "S" TO ENTRADA-VALIDA
062910             MOVE ENTRADA-CAPTURA(1:4) TO ANU-ANO
062920         ELSE
062930             DISPLAY "Ano invalido, use AAAA."
062940         END-IF
062950     END-PERFORM.
062960
062970     MOVE 0 TO ANU-CONTADOR.
062980     MOVE 0 TO ANU-OMITIDOS.
062990     OPEN INPUT REGISTRO.
063000     IF NOT FS-REGISTRO-OK
063010         DISPLAY "No hay registro historico (REGISTRO.DAT)."
063020         GO TO 8700-EXIT
063030     END-IF.
063040     MOVE "N" TO SW-FIN-ARCHIVO.
063050     PERFORM UNTIL FIN-ARCHIVO
063060         READ REGISTRO
063070             AT END
063080                 MOVE "S" TO SW-FIN-ARCHIVO
063090             NOT AT END
063100                 PERFORM 8610-ACUMULAR-ANUAL THRU 8610-EXIT
063110         END-READ
063120     END-PERFORM.
063130     CLOSE REGISTRO.
063140
063150     MOVE 0 TO CONC-DESVIADOS.
063160     DISPLAY "=== CONCILIACION YTD DEL ANO " ANU-ANO " ===".
063170     DISPLAY "ID     Dif. Bruto  Dif. Neto".
063180     DISPLAY "-----------------------------------------------".
063190     MOVE LOW-VALUES TO NF-EMPLEADO-ID.
063200     START NOMINA-ARCH KEY IS NOT LESS THAN NF-EMPLEADO-ID
063210         INVALID KEY
063220             CONTINUE
063230     END-START.
063240     MOVE "N" TO SW-FIN-NOMINA.
063250     PERFORM UNTIL FIN-NOMINA
063260         READ NOMINA-ARCH NEXT RECORD
063270             AT END
063280                 MOVE "S" TO SW-FIN-NOMINA
063290             NOT AT END
063300                 PERFORM 8710-CONCILIAR-EMPLEADO
063310                     THRU 8710-EXIT
063320         END-READ
063330     END-PERFORM.
063340     DISPLAY "-----------------------------------------------".
063350     IF CONC-DESVIADOS = 0
063360         DISPLAY "Todos los acumulados YTD concilian con el "
063370             "registro."
063380     ELSE
063390         DISPLAY "Empleados con desviacion: " CONC-DESVIADOS
063400     END-IF.
063410 8700-EXIT.
063420     EXIT.
063430
063440*----------------------------------------------------------*
063450* 8710-CONCILIAR-EMPLEADO - COMPARA LOS YTD DE UN EMPLEADO *
063460*                           CONTRA SU SUMA DEL REGISTRO    *
063470*----------------------------------------------------------*
063480 8710-CONCILIAR-EMPLEADO.
063490     MOVE 0 TO CONC-DIF-BRUTO.
063500     MOVE 0 TO CONC-DIF-NETO.
063510     MOVE "N" TO ANU-HALLADO.
063520     PERFORM VARYING ANU-IDX FROM 1 BY 1
063530             UNTIL ANU-IDX > ANU-CONTADOR
063540             OR ANU-HALLADO = "S"
063550         IF ANU-ID(ANU-IDX) = NF-EMPLEADO-ID
063560             MOVE "S" TO ANU-HALLADO
063570             COMPUTE CONC-DIF-BRUTO = NF-BRUTO-YTD
063580                     - ANU-BRUTO(ANU-IDX)
063590             COMPUTE CONC-DIF-NETO = NF-NETO-YTD
063600                     - ANU-NETO(ANU-IDX)
063610         END-IF
063620     END-PERFORM.
063630     IF ANU-HALLADO NOT = "S"
063640         MOVE NF-BRUTO-YTD TO CONC-DIF-BRUTO
063650         MOVE NF-NETO-YTD TO CONC-DIF-NETO
063660     END-IF.
063670     IF CONC-DIF-BRUTO = 0 AND CONC-DIF-NETO = 0
063680         GO TO 8710-EXIT
063690     END-IF.
063700     ADD 1 TO CONC-DESVIADOS.
063710     MOVE CONC-DIF-BRUTO TO CONC-DIF-BRUTO-ED.
063720     MOVE CONC-DIF-NETO TO CONC-DIF-NETO-ED.
063730     DISPLAY NF-EMPLEADO-ID " " CONC-DIF-BRUTO-ED " "
063740         CONC-DIF-NETO-ED " ** DESVIACION **".
063750 8710-EXIT.
063760     EXIT.
063770
063780*----------------------------------------------------------*
063790* 8800-AUDITAR-CIERRE - COMPARA A CADA EMPLEADO ACTIVO     *
063800*                       CONTRA EL ULTIMO PERIODO CERRADO Y *
063810*                       SENALA LO QUE DEBE REVISARSE ANTES *
063820*                       DE CERRAR (AUDITORIA.TXT); DEJA EN *
063830*                       AUD-MARCAS LAS OBSERVACIONES       *
063840*----------------------------------------------------------*
063850 8800-AUDITAR-CIERRE.
063860     MOVE 0 TO AUD-MARCAS.
063870     MOVE 0 TO AUD-REVISADOS.
063880     MOVE AUD-PORCENTAJE TO AUD-PORCENTAJE-ED.
063890     PERFORM 7305-BUSCAR-ULTIMO-CERRADO THRU 7305-EXIT.
063900     PERFORM 8810-CARGAR-ANTERIOR THRU 8810-EXIT.
063910     MOVE "AUDITORIA.TXT" TO REPORTE-NOMBRE.
063920     MOVE SPACES TO RP-TITULO.
063930     STRING "AUDITORIA PREVIA AL CIERRE " TEMP-PERIODO
063940         DELIMITED BY SIZE INTO RP-TITULO.
063950     MOVE SPACES TO RP-COLUMNAS.
063960     STRING "EMPLEADO  OBSERVACION              "
063970             "        ACTUAL    ANTERIOR"
063980         DELIMITED BY SIZE INTO RP-COLUMNAS.
063990     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
064000     MOVE SPACES TO RP-DETALLE.
064010     IF ULTIMO-CERRADO = SPACES
064020         MOVE "SIN PERIODO CERRADO ANTERIOR; NO SE COMPARAN"
064030             TO RP-DETALLE
064040     ELSE
064050         STRING "COMPARADO CONTRA " ULTIMO-CERRADO
064060                 "  VARIACION MAXIMA " AUD-PORCENTAJE-ED
064070                 "%  HORAS MAXIMAS " AUD-MAX-HORAS
064080             DELIMITED BY SIZE INTO RP-DETALLE
064090     END-IF.
064100     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
064110     MOVE "N" TO SW-FIN-NOMINA.
064120     MOVE LOW-VALUES TO NF-EMPLEADO-ID.
064130     START NOMINA-ARCH KEY IS NOT LESS THAN NF-EMPLEADO-ID
064140         INVALID KEY
064150             MOVE "S" TO SW-FIN-NOMINA
064160     END-START.
064170     PERFORM UNTIL FIN-NOMINA
064180         READ NOMINA-ARCH NEXT RECORD
064190             AT END
064200                 MOVE "S" TO SW-FIN-NOMINA
064210             NOT AT END
064220                 IF NF-ACTIVO
064230                     PERFORM 8815-AUDITAR-EMPLEADO
064240                         THRU 8815-EXIT
064250                 END-IF
064260         END-READ
064270     END-PERFORM.
064280     MOVE ALL "-" TO RP-DETALLE.
064290     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
064300     MOVE AUD-MARCAS TO AUD-MARCAS-ED.
064310     MOVE SPACES TO RP-DETALLE.
064320     STRING "EMPLEADOS REVISADOS " AUD-REVISADOS
064330             "  OBSERVACIONES " AUD-MARCAS-ED
064340         DELIMITED BY SIZE INTO RP-DETALLE.
064350     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
064360     IF AUP-OMITIDOS > 0
064370         MOVE SPACES TO RP-DETALLE
064380         STRING "AVISO: " AUP-OMITIDOS " EMPLEADOS DEL PERIODO "
064390                 "ANTERIOR OMITIDOS (TABLA LLENA)"
064400             DELIMITED BY SIZE INTO RP-DETALLE
064410         PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT
064420     END-IF.
064430     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
064440     DISPLAY "Auditoria previa: " AUD-MARCAS-ED
064450         " observaciones.".
064460 8800-EXIT.
064470     EXIT.
064480
064490*----------------------------------------------------------*
064500* 8805-PEDIR-PARAMETROS - VARIACION MAXIMA EN PORCENTAJE Y *
064510*                         HORAS MAXIMAS DE LA AUDITORIA    *
064520*----------------------------------------------------------*
064530 8805-PEDIR-PARAMETROS.
064540     MOVE 20 TO AUD-PORCENTAJE.
064550     MOVE 200 TO AUD-MAX-HORAS.
064560     MOVE "N" TO ENTRADA-VALIDA.
064570     PERFORM UNTIL ES-VALIDA
064580         DISPLAY "Variacion maxima contra el periodo anterior "
064590             "en % (1-999, Enter = 20): "
064600         MOVE SPACES TO ENTRADA-CAPTURA
064610         ACCEPT ENTRADA-CAPTURA
064620         IF ENTRADA-CAPTURA = SPACES
064630             MOVE "S" TO ENTRADA-VALIDA
064640         ELSE
064650             PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
064660             IF ES-VALIDA
064670                 IF VALOR-ENTERO < 1 OR VALOR-ENTERO > 999
064680                     MOVE "N" TO ENTRADA-VALIDA
064690                 ELSE
064700                     MOVE VALOR-ENTERO TO AUD-PORCENTAJE
064710                 END-IF
064720             END-IF
064730             IF NOT ES-VALIDA
064740                 DISPLAY "Entrada invalida, use 1 a 999."
064750             END-IF
064760         END-IF
064770     END-PERFORM.
064780     MOVE "N" TO ENTRADA-VALIDA.
064790     PERFORM UNTIL ES-VALIDA
064800         DISPLAY "Horas maximas del periodo (1-999, "
064810             "Enter = 200): "
064820         MOVE SPACES TO ENTRADA-CAPTURA
064830         ACCEPT ENTRADA-CAPTURA
064840         IF ENTRADA-CAPTURA = SPACES
064850             MOVE "S" TO ENTRADA-VALIDA
064860         ELSE
064870             PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
064880             IF ES-VALIDA
064890                 IF VALOR-ENTERO < 1 OR VALOR-ENTERO > 999
064900                     MOVE "N" TO ENTRADA-VALIDA
064910                 ELSE
064920                     MOVE VALOR-ENTERO TO AUD-MAX-HORAS
064930                 END-IF
064940             END-IF
064950             IF NOT ES-VALIDA
064960                 DISPLAY "Entrada invalida, use 1 a 999."
064970             END-IF
064980         END-IF
064990     END-PERFORM.
065000 8805-EXIT.
065010     EXIT.
065020
065030*----------------------------------------------------------*
065040* 8810-CARGAR-ANTERIOR - BRUTO, NETO Y HORAS DE CADA       *
065050*                        EMPLEADO EN EL ULTIMO PERIODO     *
065060*                        CERRADO; LA ANULACION RESTA       *
065070*----------------------------------------------------------*
065080 8810-CARGAR-ANTERIOR.
065090     MOVE 0 TO AUP-CONTADOR.
065100     MOVE 0 TO AUP-OMITIDOS.
065110     IF ULTIMO-CERRADO = SPACES
065120         GO TO 8810-EXIT
065130     END-IF.
065140     OPEN INPUT REGISTRO.
065150     IF NOT FS-REGISTRO-OK
065160         GO TO 8810-EXIT
065170     END-IF.
065180     MOVE "N" TO SW-FIN-ARCHIVO.
065190     PERFORM UNTIL FIN-ARCHIVO
065200         READ REGISTRO
065210             AT END
065220                 MOVE "S" TO SW-FIN-ARCHIVO
065230             NOT AT END
065240                 IF RG-PERIODO = ULTIMO-CERRADO
065250                     PERFORM 8812-SUMAR-ANTERIOR THRU 8812-EXIT
065260                 END-IF
065270         END-READ
065280     END-PERFORM.
065290     CLOSE REGISTRO.
065300 8810-EXIT.
065310     EXIT.
065320
065330 8812-SUMAR-ANTERIOR.
065340     MOVE RG-EMPLEADO-ID TO NF-EMPLEADO-ID.
065350     PERFORM 8814-BUSCAR-ANTERIOR THRU 8814-EXIT.
065360     IF AUP-HALLADO = "N"
065370         IF AUP-CONTADOR >= 500
065380             ADD 1 TO AUP-OMITIDOS
065390             GO TO 8812-EXIT
065400         END-IF
065410         ADD 1 TO AUP-CONTADOR
065420         MOVE AUP-CONTADOR TO AUP-POS
065430         MOVE RG-EMPLEADO-ID TO AUP-EMPLEADO(AUP-POS)
065440         MOVE 0 TO AUP-BRUTO(AUP-POS)
065450         MOVE 0 TO AUP-NETO(AUP-POS)
065460         MOVE 0 TO AUP-HORAS(AUP-POS)
065470     END-IF.
065480     MOVE 0 TO AUD-DIFERENCIA.
065490     IF RG-HORAS IS NUMERIC
065500         MOVE RG-HORAS TO AUD-DIFERENCIA
065510     END-IF.
065520     IF RG-ANULACION
065530         SUBTRACT RG-BRUTO FROM AUP-BRUTO(AUP-POS)
065540         SUBTRACT RG-NETO FROM AUP-NETO(AUP-POS)
065550         SUBTRACT AUD-DIFERENCIA FROM AUP-HORAS(AUP-POS)
065560     ELSE
065570         ADD RG-BRUTO TO AUP-BRUTO(AUP-POS)
065580         ADD RG-NETO TO AUP-NETO(AUP-POS)
065590         ADD AUD-DIFERENCIA TO AUP-HORAS(AUP-POS)
065600     END-IF.
065610 8812-EXIT.
065620     EXIT.
065630
065640*----------------------------------------------------------*
065650* 8814-BUSCAR-ANTERIOR - LOCALIZA NF-EMPLEADO-ID EN LA     *
065660*                        TABLA DEL PERIODO ANTERIOR        *
065670*----------------------------------------------------------*
065680 8814-BUSCAR-ANTERIOR.
065690     MOVE "N" TO AUP-HALLADO.
065700     MOVE 0 TO AUP-POS.
065710     PERFORM VARYING AUP-IDX FROM 1 BY 1
065720             UNTIL AUP-IDX > AUP-CONTADOR
065730                OR AUP-HALLADO = "S"
065740         IF AUP-EMPLEADO(AUP-IDX) = NF-EMPLEADO-ID
065750             MOVE "S" TO AUP-HALLADO
065760             SET AUP-POS TO AUP-IDX
065770         END-IF
065780     END-PERFORM.
065790 8814-EXIT.
065800     EXIT.
065810
065820*----------------------------------------------------------*
065830* 8815-AUDITAR-EMPLEADO - OBSERVACIONES DE UN EMPLEADO     *
065840*                         ACTIVO                           *
065850*----------------------------------------------------------*
065860 8815-AUDITAR-EMPLEADO.
065870     ADD 1 TO AUD-REVISADOS.
065880     PERFORM 8814-BUSCAR-ANTERIOR THRU 8814-EXIT.
065890     IF AUP-HALLADO = "S"
065900         MOVE "BRUTO" TO AUD-CONCEPTO
065910         MOVE NF-SALARIO-BRUTO TO AUD-ACTUAL
065920         MOVE AUP-BRUTO(AUP-POS) TO AUD-ANTERIOR
065930         PERFORM 8817-COMPARAR THRU 8817-EXIT
065940         MOVE "NETO" TO AUD-CONCEPTO
065950         MOVE NF-SALARIO-NETO TO AUD-ACTUAL
065960         MOVE AUP-NETO(AUP-POS) TO AUD-ANTERIOR
065970         PERFORM 8817-COMPARAR THRU 8817-EXIT
065980         MOVE "HORAS" TO AUD-CONCEPTO
065990         MOVE NF-HORAS-TRAB TO AUD-ACTUAL
066000         MOVE AUP-HORAS(AUP-POS) TO AUD-ANTERIOR
066010         PERFORM 8817-COMPARAR THRU 8817-EXIT
066020     END-IF.
066030     MOVE SPACES TO AUD-CONCEPTO.
066040     IF NF-SALARIO-NETO = 0
066050         MOVE "NETO EN CERO" TO AUD-MOTIVO
066060         MOVE NF-SALARIO-NETO TO AUD-ACTUAL
066070         PERFORM 8818-MARCAR THRU 8818-EXIT
066080     END-IF.
066090     IF NF-HORAS-TRAB > AUD-MAX-HORAS
066100         MOVE "HORAS SOBRE EL MAXIMO" TO AUD-MOTIVO
066110         MOVE NF-HORAS-TRAB TO AUD-ACTUAL
066120         PERFORM 8818-MARCAR THRU 8818-EXIT
066130     END-IF.
066140     IF NF-ASALARIADO AND NF-HORAS-TRAB > 0
066150         MOVE "ASALARIADO CON HORAS" TO AUD-MOTIVO
066160         MOVE NF-HORAS-TRAB TO AUD-ACTUAL
066170         PERFORM 8818-MARCAR THRU 8818-EXIT
066180     END-IF.
066190     IF NF-POR-HORA AND NF-PAGADO-PERIODO NOT = "S"
066200         MOVE "POR HORA SIN TARJETA" TO AUD-MOTIVO
066210         MOVE NF-HORAS-TRAB TO AUD-ACTUAL
066220         PERFORM 8818-MARCAR THRU 8818-EXIT
066230     END-IF.
066240     IF NF-SALARIO-NETO > 0
066250             AND (NF-CUENTA = SPACES OR NF-RUTA = SPACES)
066260         MOVE "PAGO SIN CUENTA BANCARIA" TO AUD-MOTIVO
066270         MOVE NF-SALARIO-NETO TO AUD-ACTUAL
066280         PERFORM 8818-MARCAR THRU 8818-EXIT
066290     END-IF.
066300 8815-EXIT.
066310     EXIT.
066320
066330*----------------------------------------------------------*
066340* 8817-COMPARAR - SENALA UNA VARIACION MAYOR AL PORCENTAJE *
066350*                 CONTRA EL PERIODO ANTERIOR               *
066360*----------------------------------------------------------*
066370 8817-COMPARAR.
066380     IF AUD-ANTERIOR NOT > 0
066390         GO TO 8817-EXIT
066400     END-IF.
066410     COMPUTE AUD-DIFERENCIA = AUD-ACTUAL - AUD-ANTERIOR.
066420     IF AUD-DIFERENCIA < 0
066430         COMPUTE AUD-DIFERENCIA = 0 - AUD-DIFERENCIA
066440     END-IF.
066450     COMPUTE AUD-CAMBIO ROUNDED =
066460             AUD-DIFERENCIA * 100 / AUD-ANTERIOR
066470         ON SIZE ERROR
066480             MOVE 99999.9 TO AUD-CAMBIO
066490     END-COMPUTE.
066500     IF AUD-CAMBIO > AUD-PORCENTAJE
066510         MOVE SPACES TO AUD-MOTIVO
066520         STRING AUD-CONCEPTO DELIMITED BY SPACE
066530                 " CAMBIA MAS DEL " AUD-PORCENTAJE-ED "%"
066540                 DELIMITED BY SIZE
066550             INTO AUD-MOTIVO
066560         PERFORM 8818-MARCAR THRU 8818-EXIT
066570     END-IF.
066580 8817-EXIT.
066590     EXIT.
066600
066610*----------------------------------------------------------*
066620* 8818-MARCAR - ESCRIBE UNA OBSERVACION; LAS VARIACIONES   *
066630*               LLEVAN TAMBIEN EL VALOR ANTERIOR           *
066640*----------------------------------------------------------*
066650 8818-MARCAR.
066660     ADD 1 TO AUD-MARCAS.
066670     MOVE AUD-ACTUAL TO AUD-ACTUAL-ED.
066680     MOVE SPACES TO RP-DETALLE.
066690     IF AUD-CONCEPTO = SPACES
066700         STRING NF-EMPLEADO-ID "    " AUD-MOTIVO " "
066710                 AUD-ACTUAL-ED
066720             DELIMITED BY SIZE INTO RP-DETALLE
066730     ELSE
066740         MOVE AUD-ANTERIOR TO AUD-ANTERIOR-ED
066750         STRING NF-EMPLEADO-ID "    " AUD-MOTIVO " "
066760                 AUD-ACTUAL-ED " " AUD-ANTERIOR-ED
066770             DELIMITED BY SIZE INTO RP-DETALLE
066780     END-IF.
066790     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
066800 8818-EXIT.
066810     EXIT.
066820
066830*----------------------------------------------------------*
066840* 8820-BUSCAR-RECONOCIMIENTO - LAS OBSERVACIONES ESTAN     *
066850*                              RECONOCIDAS SI AUDCIERRE.DAT*
066860*                              TIENE EL PERIODO CON EL     *
066870*                              MISMO NUMERO DE             *
066880*                              OBSERVACIONES Y PARAMETROS  *
066890*----------------------------------------------------------*
066900 8820-BUSCAR-RECONOCIMIENTO.
066910     MOVE "N" TO SW-AUD-RECONOCIDA.
066920     OPEN INPUT AUDCIERRE.
066930     IF NOT FS-AUDCIERRE-OK
066940         GO TO 8820-EXIT
066950     END-IF.
066960     MOVE "N" TO SW-FIN-ARCHIVO.
066970     PERFORM UNTIL FIN-ARCHIVO
066980         READ AUDCIERRE
066990             AT END
067000                 MOVE "S" TO SW-FIN-ARCHIVO
067010             NOT AT END
067020                 IF AC-PERIODO = TEMP-PERIODO
067030                         AND AC-MARCAS = AUD-MARCAS
067040                         AND AC-PORCENTAJE = AUD-PORCENTAJE
067050                         AND AC-MAX-HORAS = AUD-MAX-HORAS
067060                     MOVE "S" TO SW-AUD-RECONOCIDA
067070                 END-IF
067080         END-READ
067090     END-PERFORM.
067100     CLOSE AUDCIERRE.
067110 8820-EXIT.
067120     EXIT.
067130
067140*----------------------------------------------------------*
067150* 8825-PARAMETROS-RECONOCIDOS - EN LOTE LA AUDITORIA USA   *
067160*                               LOS PARAMETROS DEL ULTIMO  *
067170*                               RECONOCIMIENTO DEL PERIODO *
067180*                               O LOS DE OMISION           *
067190*----------------------------------------------------------*
067200 8825-PARAMETROS-RECONOCIDOS.
067210     MOVE 20 TO AUD-PORCENTAJE.
067220     MOVE 200 TO AUD-MAX-HORAS.
067230     OPEN INPUT AUDCIERRE.
067240     IF NOT FS-AUDCIERRE-OK
067250         GO TO 8825-EXIT
067260     END-IF.
067270     MOVE "N" TO SW-FIN-ARCHIVO.
067280     PERFORM UNTIL FIN-ARCHIVO
067290         READ AUDCIERRE
067300             AT END
067310                 MOVE "S" TO SW-FIN-ARCHIVO
067320             NOT AT END
067330                 IF AC-PERIODO = TEMP-PERIODO
067340                         AND AC-PORCENTAJE IS NUMERIC
067350                         AND AC-MAX-HORAS IS NUMERIC
067360                     MOVE AC-PORCENTAJE TO AUD-PORCENTAJE
067370                     MOVE AC-MAX-HORAS TO AUD-MAX-HORAS
067380                 END-IF
067390         END-READ
067400     END-PERFORM.
067410     CLOSE AUDCIERRE.
067420 8825-EXIT.
067430     EXIT.
067440
067450*----------------------------------------------------------*
067460* 8830-RECONOCER-AUDITORIA - UN SUPERVISOR RECONOCE LAS    *
067470*                            OBSERVACIONES Y QUEDA         *
067480*                            REGISTRADO EN AUDCIERRE.DAT   *
067490*----------------------------------------------------------*
067500 8830-RECONOCER-AUDITORIA.
067510     MOVE AUD-MARCAS TO AUD-MARCAS-ED.
067520     DISPLAY "La auditoria tiene " AUD-MARCAS-ED
067530         " observaciones; revise AUDITORIA.TXT.".
067540     PERFORM 9960-VALIDAR-SUPERVISOR THRU 9960-EXIT.
067550     IF NOT ACCESO-PERMITIDO
067560         GO TO 8830-EXIT
067570     END-IF.
067580     DISPLAY "Reconoce las observaciones y autoriza el "
067590         "cierre (S/N): ".
067600     ACCEPT FIN-CONFIRMA.
067610     IF FIN-CONFIRMA NOT = "S" AND FIN-CONFIRMA NOT = "s"
067620         DISPLAY "Observaciones no reconocidas."
067630         GO TO 8830-EXIT
067640     END-IF.
067650     OPEN EXTEND AUDCIERRE.
067660     IF NOT FS-AUDCIERRE-OK
067670         OPEN OUTPUT AUDCIERRE
067680     END-IF.
067690     MOVE SPACES TO AC-REGISTRO.
067700     MOVE TEMP-PERIODO    TO AC-PERIODO.
067710     ACCEPT AC-FECHA FROM DATE YYYYMMDD.
067720     MOVE OPERADOR-ACTUAL TO AC-OPERADOR.
067730     MOVE AUD-MARCAS      TO AC-MARCAS.
067740     MOVE AUD-PORCENTAJE  TO AC-PORCENTAJE.
067750     MOVE AUD-MAX-HORAS   TO AC-MAX-HORAS.
067760     WRITE AC-REGISTRO.
067770     CLOSE AUDCIERRE.
067780     MOVE "S" TO SW-AUD-RECONOCIDA.
067790     DISPLAY "Reconocimiento registrado en AUDCIERRE.DAT.".
067800 8830-EXIT.
067810     EXIT.
067820
067830*----------------------------------------------------------*
067840* 8850-AUDITORIA-PREVIA - AUDITORIA DEL PERIODO ABIERTO    *
067850*                         SIN CERRARLO; PERMITE DEJAR      *
067860*                         RECONOCIDAS LAS OBSERVACIONES    *
067870*                         PARA EL CIERRE EN LOTE           *
067880*----------------------------------------------------------*
067890 8850-AUDITORIA-PREVIA.
067900     MOVE "N" TO ENTRADA-VALIDA.
067910     PERFORM UNTIL ES-VALIDA
067920         DISPLAY "Periodo a auditar (AAAAMM): "
067930         ACCEPT TEMP-PERIODO
067940         IF TEMP-PERIODO IS NUMERIC
067950             MOVE TEMP-PERIODO(5:2) TO TEMP-MES
067960             IF TEMP-MES >= 1 AND TEMP-MES <= 12
067970                 MOVE "S" TO ENTRADA-VALIDA
067980             END-IF
067990         END-IF
068000         IF NOT ES-VALIDA
068010             DISPLAY "Periodo invalido, use AAAAMM."
068020         END-IF
068030     END-PERFORM.
068040     PERFORM 8805-PEDIR-PARAMETROS THRU 8805-EXIT.
068050     PERFORM 8800-AUDITAR-CIERRE THRU 8800-EXIT.
068060     IF AUD-MARCAS = 0
068070         GO TO 8850-EXIT
068080     END-IF.
068090     PERFORM 8820-BUSCAR-RECONOCIMIENTO THRU 8820-EXIT.
068100     IF AUD-RECONOCIDA
068110         DISPLAY "Las observaciones ya fueron reconocidas."
068120         GO TO 8850-EXIT
068130     END-IF.
068140     PERFORM 8830-RECONOCER-AUDITORIA THRU 8830-EXIT.
068150 8850-EXIT.
068160     EXIT.
068170
068180*----------------------------------------------------------*
068190* 9000-REPORTE-DEPARTAMENTOS - TOTALIZA SALARIO-BRUTO Y    *
068200*                              COSTO PATRONAL POR          *
068210*                              DEPARTAMENTO/CENTRO DE      *
068220*                              COSTO.                      *
068230*----------------------------------------------------------*
068240 9000-REPORTE-DEPARTAMENTOS.
068250     MOVE LOW-VALUES TO NF-EMPLEADO-ID.
068260     START NOMINA-ARCH KEY IS NOT LESS THAN NF-EMPLEADO-ID
068270         INVALID KEY
068280             DISPLAY "No hay empleados registrados en la "
068290                 "nomina."
068300             GO TO 9000-EXIT
068310     END-START.
068320
068330     MOVE 0 TO DEP-CONTADOR.
068340     MOVE 0 TO DEP-OMITIDOS.
068350*    LOS EMPLEADOS INACTIVOS NO SON GASTO DE NOMINA VIGENTE
068360*    Y QUEDAN FUERA DE LA DISTRIBUCION.
068370     MOVE "N" TO SW-FIN-NOMINA.
068380     PERFORM UNTIL FIN-NOMINA
068390         READ NOMINA-ARCH NEXT RECORD
068400             AT END
068410                 MOVE "S" TO SW-FIN-NOMINA
068420             NOT AT END
068430                 IF NF-ACTIVO
068440                     PERFORM 9010-ACUMULAR-DEPARTAMENTO
068450                         THRU 9010-EXIT
068460                 END-IF
068470         END-READ
068480     END-PERFORM.
068490
068500     IF DEP-CONTADOR = 0
068510         DISPLAY "No hay empleados activos que distribuir."
068520         GO TO 9000-EXIT
068530     END-IF.
068540     IF DEP-OMITIDOS > 0
068550         DISPLAY "Aviso: la tabla admite 50 departamentos; "
068560             "se omitieron " DEP-OMITIDOS " empleados."
068570     END-IF.
068580
068590     MOVE "REPDEPTO.TXT" TO REPORTE-NOMBRE.
068600     MOVE "DISTRIBUCION DE NOMINA POR DEPARTAMENTO"
068610         TO RP-TITULO.
068620     MOVE "DEPARTAMENTO BRUTO TOTAL  PATRONAL    COSTO TOTAL"
068630         TO RP-COLUMNAS.
068640     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
068650     MOVE 0 TO GT-BRUTO.
068660     MOVE 0 TO GT-PATRONAL.
068670     MOVE 0 TO GT-COSTO.
068680     DISPLAY "=== DISTRIBUCION DE NOMINA POR DEPARTAMENTO "
068690         "===".
068700     DISPLAY "Departamento          Bruto Total Patronal "
068710         "  Costo Total".
068720     DISPLAY "-----------------------------------------------".
068730     PERFORM VARYING DEP-IDX FROM 1 BY 1
068740             UNTIL DEP-IDX > DEP-CONTADOR
068750         COMPUTE DEPTO-COSTO-TOTAL =
068760                 DEP-BRUTO(DEP-IDX) + DEP-PATRONAL(DEP-IDX)
068770         MOVE DEP-BRUTO(DEP-IDX) TO DEPTO-TOTAL-ED
068780         MOVE DEP-PATRONAL(DEP-IDX) TO DEPTO-PATRONAL-ED
068790         MOVE DEPTO-COSTO-TOTAL TO DEPTO-COSTO-ED
068800         DISPLAY DEP-NOMBRE(DEP-IDX) SPACE DEPTO-TOTAL-ED
068810             SPACE DEPTO-PATRONAL-ED SPACE DEPTO-COSTO-ED
068820         MOVE SPACES TO RP-DETALLE
068830         STRING DEP-NOMBRE(DEP-IDX) "   " DEPTO-TOTAL-ED
068840             "   " DEPTO-PATRONAL-ED "   " DEPTO-COSTO-ED
068850             DELIMITED BY SIZE INTO RP-DETALLE
068860         PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT
068870         ADD DEP-BRUTO(DEP-IDX) TO GT-BRUTO
068880         ADD DEP-PATRONAL(DEP-IDX) TO GT-PATRONAL
068890         ADD DEPTO-COSTO-TOTAL TO GT-COSTO
068900     END-PERFORM.
068910     DISPLAY "-----------------------------------------------".
068920     MOVE ALL "-" TO RP-DETALLE.
068930     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
068940     MOVE GT-BRUTO TO GT-BRUTO-ED.
068950     MOVE GT-PATRONAL TO GT-PATRONAL-ED.
068960     MOVE GT-COSTO TO GT-COSTO-ED.
068970     MOVE SPACES TO RP-DETALLE.
068980     STRING "TOTAL GENERAL " GT-BRUTO-ED " " GT-PATRONAL-ED
068990         " " GT-COSTO-ED
069000         DELIMITED BY SIZE INTO RP-DETALLE.
069010     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
069020     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
069030 9000-EXIT.
069040     EXIT.
069050
069060*----------------------------------------------------------*
069070* 9010-ACUMULAR-DEPARTAMENTO - SUMA UN EMPLEADO ACTIVO AL  *
069080*                              RENGLON DE SU DEPARTAMENTO  *
069090*----------------------------------------------------------*
069100 9010-ACUMULAR-DEPARTAMENTO.
069110     MOVE "N" TO DEP-HALLADO.
069120     PERFORM VARYING DEP-IDX FROM 1 BY 1
069130             UNTIL DEP-IDX > DEP-CONTADOR
069140             OR DEP-HALLADO = "S"
069150         IF DEP-NOMBRE(DEP-IDX) = NF-DEPARTAMENTO
069160             MOVE "S" TO DEP-HALLADO
069170             ADD NF-SALARIO-BRUTO TO DEP-BRUTO(DEP-IDX)
069180             ADD NF-COSTO-PATRONAL TO DEP-PATRONAL(DEP-IDX)
069190         END-IF
069200     END-PERFORM.
069210     IF DEP-HALLADO = "S"
069220         GO TO 9010-EXIT
069230     END-IF.
069240     IF DEP-CONTADOR >= 50
069250         ADD 1 TO DEP-OMITIDOS
069260         GO TO 9010-EXIT
069270     END-IF.
069280     ADD 1 TO DEP-CONTADOR.
069290     SET DEP-IDX TO DEP-CONTADOR.
069300     MOVE NF-DEPARTAMENTO TO DEP-NOMBRE(DEP-IDX).
069310     MOVE NF-SALARIO-BRUTO TO DEP-BRUTO(DEP-IDX).
069320     MOVE NF-COSTO-PATRONAL TO DEP-PATRONAL(DEP-IDX).
069330 9010-EXIT.
069340     EXIT.
069350
069360*----------------------------------------------------------*
069370* 9100-REGISTRAR-EXCEPCION - BITACORA PERMANENTE DE        *
069380*                            TARJETAS DE TIEMPO RECHAZADAS,*
069390*                            PARA REVISAR A TRAVES DE      *
069400*                            VARIAS CORRIDAS.              *
069410*----------------------------------------------------------*
069420 9100-REGISTRAR-EXCEPCION.
069430     OPEN EXTEND EXCEPCION.
069440     IF NOT FS-EXCEPCION-OK
069450         OPEN OUTPUT EXCEPCION
069460     END-IF.
069470     MOVE OPERADOR-ACTUAL TO EX-OPERADOR.
069480     ACCEPT EX-FECHA FROM DATE YYYYMMDD.
069490     MOVE "P" TO EX-ESTADO.
069500     MOVE 0 TO EX-FECHA-RES.
069510     MOVE SPACES TO EX-NOTA.
069520     WRITE EX-REGISTRO.
069530     CLOSE EXCEPCION.
069540 9100-EXIT.
069550     EXIT.
069560
069570*----------------------------------------------------------*
069580* 9105-VALIDAR-DIGITO - VALIDA EL DIGITO VERIFICADOR DEL ID*
069590*                       EN DGV-CODIGO ANTES DE BUSCARLO EN *
069600*                       EL MAESTRO; DEJA EL RESULTADO EN   *
069610*                       DGV-RESULTADO                      *
069620*----------------------------------------------------------*
069630 9105-VALIDAR-DIGITO.
069640     MOVE "V" TO DGV-FUNCION.
069650     CALL "ParImpar".
069660 9105-EXIT.
069670     EXIT.
069680
069690*----------------------------------------------------------*
069700* 9930-VALIDAR-DECIMAL - VALIDA UNA CAPTURA NUMERICA CON   *
069710*                        PUNTO DECIMAL OPCIONAL Y LA DEJA  *
069720*                        EN VALOR-DECIMAL                  *
069730*----------------------------------------------------------*
069740 9930-VALIDAR-DECIMAL.
069750     MOVE "N" TO ENTRADA-VALIDA.
069760     MOVE 0 TO CAPTURA-LONGITUD.
069770     INSPECT ENTRADA-CAPTURA TALLYING CAPTURA-LONGITUD
069780         FOR CHARACTERS BEFORE INITIAL SPACE.
069790     IF CAPTURA-LONGITUD = 0
069800         GO TO 9930-EXIT
069810     END-IF.
069820     MOVE 0 TO PUNTO-CONTADOR.
069830     INSPECT ENTRADA-CAPTURA TALLYING PUNTO-CONTADOR
069840         FOR ALL ".".
069850     IF PUNTO-CONTADOR > 1
069860         GO TO 9930-EXIT
069870     END-IF.
069880     MOVE SPACES TO CAPTURA-PARTE-ENT.
069890     MOVE SPACES TO CAPTURA-PARTE-DEC.
069900     IF PUNTO-CONTADOR = 1
069910         MOVE 0 TO ENT-LONGITUD
069920         INSPECT ENTRADA-CAPTURA TALLYING ENT-LONGITUD
069930             FOR CHARACTERS BEFORE INITIAL "."
069940         IF ENT-LONGITUD > 5
069950             GO TO 9930-EXIT
069960         END-IF
069970         IF ENT-LONGITUD >= CAPTURA-LONGITUD
069980             GO TO 9930-EXIT
069990         END-IF
070000         COMPUTE DEC-LONGITUD =
070010                 CAPTURA-LONGITUD - ENT-LONGITUD - 1
070020         IF DEC-LONGITUD > 2
070030             GO TO 9930-EXIT
070040         END-IF
070050         IF ENT-LONGITUD > 0
070060             MOVE ENTRADA-CAPTURA(1:ENT-LONGITUD)
070070                 TO CAPTURA-PARTE-ENT
070080         END-IF
070090         IF DEC-LONGITUD > 0
070100             MOVE ENTRADA-CAPTURA(ENT-LONGITUD + 2:DEC-LONGITUD)
070110                 TO CAPTURA-PARTE-DEC
070120         END-IF
070130     ELSE
070140         IF CAPTURA-LONGITUD > 5
070150             GO TO 9930-EXIT
070160         END-IF
070170         MOVE ENTRADA-CAPTURA(1:CAPTURA-LONGITUD)
070180             TO CAPTURA-PARTE-ENT
070190     END-IF.
070200     INSPECT CAPTURA-PARTE-ENT
070210         REPLACING LEADING SPACE BY ZERO.
070220     INSPECT CAPTURA-PARTE-DEC
070230         REPLACING TRAILING SPACE BY ZERO.
070240     IF CAPTURA-PARTE-ENT IS NOT NUMERIC
070250         GO TO 9930-EXIT
070260     END-IF.
070270     IF CAPTURA-PARTE-DEC IS NOT NUMERIC
070280         GO TO 9930-EXIT
070290     END-IF.
070300     COMPUTE VALOR-DECIMAL =
070310             CAPTURA-ENT-NUM + (CAPTURA-DEC-NUM / 100).
070320     MOVE "S" TO ENTRADA-VALIDA.
070330 9930-EXIT.
070340     EXIT.
070350*----------------------------------------------------------*
070360* 9940-VALIDAR-ENTERO - VALIDA UNA CAPTURA NUMERICA SIN    *
070370*                       DECIMALES Y LA DEJA EN VALOR-ENTERO*
070380*----------------------------------------------------------*
070390 9940-VALIDAR-ENTERO.
070400     MOVE "N" TO ENTRADA-VALIDA.
070410     MOVE 0 TO CAPTURA-LONGITUD.
070420     INSPECT ENTRADA-CAPTURA TALLYING CAPTURA-LONGITUD
070430         FOR CHARACTERS BEFORE INITIAL SPACE.
070440     IF CAPTURA-LONGITUD = 0 OR CAPTURA-LONGITUD > 3
070450         GO TO 9940-EXIT
070460     END-IF.
070470     MOVE SPACES TO CAPTURA-PARTE-ENT.
070480     MOVE ENTRADA-CAPTURA(1:CAPTURA-LONGITUD)
070490         TO CAPTURA-PARTE-ENT.
070500     INSPECT CAPTURA-PARTE-ENT
070510         REPLACING LEADING SPACE BY ZERO.
070520     IF CAPTURA-PARTE-ENT IS NOT NUMERIC
070530         GO TO 9940-EXIT
070540     END-IF.
070550     MOVE CAPTURA-ENT-NUM TO VALOR-ENTERO.
070560     MOVE "S" TO ENTRADA-VALIDA.
070570 9940-EXIT.
070580     EXIT.
070590
070600*----------------------------------------------------------*
070610* 9960-VALIDAR-SUPERVISOR - LAS OPCIONES DESTRUCTIVAS SOLO *
070620*                           PROCEDEN CON NIVEL SUPERVISOR; *
070630*                           EN CORRIDAS DIRECTAS EL NIVEL  *
070640*                           QUEDA SIN ESTABLECER Y NO      *
070650*                           RESTRINGE                      *
070660*----------------------------------------------------------*
070670 9960-VALIDAR-SUPERVISOR.
070680     MOVE "S" TO SW-ACCESO-OK.
070690     IF NIVEL-OPERADOR IS NUMERIC AND NIVEL-OPERADOR = 1
070700         MOVE "N" TO SW-ACCESO-OK
070710         DISPLAY "Opcion restringida a supervisores."
070720     END-IF.
070730 9960-EXIT.
070740     EXIT.
070750
070760
070770*----------------------------------------------------------*
070780* 9970-ABRIR-REPORTE - ABRE EL ARCHIVO DE IMPRESION CUYO   *
070790*                      NOMBRE, TITULO Y COLUMNAS YA FUERON *
070800*                      ESTABLECIDOS, Y ESCRIBE EL PRIMER   *
070810*                      ENCABEZADO                          *
070820*----------------------------------------------------------*
070830 9970-ABRIR-REPORTE.
070840     MOVE "N" TO SW-REPORTE-ABIERTO.
070850     OPEN OUTPUT REPORTE.
070860     IF NOT FS-REPORTE-OK
070870         DISPLAY "No se pudo crear el reporte "
070880             REPORTE-NOMBRE
070890         GO TO 9970-EXIT
070900     END-IF.
070910     MOVE "S" TO SW-REPORTE-ABIERTO.
070920     MOVE 0 TO RP-PAGINA.
070930     ACCEPT RP-FECHA FROM DATE YYYYMMDD.
070940     PERFORM 9972-ENCABEZADO-PAGINA THRU 9972-EXIT.
070950 9970-EXIT.
070960     EXIT.
070970
070980*----------------------------------------------------------*
070990* 9972-ENCABEZADO-PAGINA - TITULO, FECHA, OPERADOR, NUMERO *
071000*                          DE PAGINA Y ENCABEZADOS DE      *
071010*                          COLUMNA                         *
071020*----------------------------------------------------------*
071030 9972-ENCABEZADO-PAGINA.
071040     IF NOT REPORTE-ABIERTO
071050         GO TO 9972-EXIT
071060     END-IF.
071070     ADD 1 TO RP-PAGINA.
071080     MOVE RP-PAGINA TO RP-PAGINA-ED.
071090     MOVE SPACES TO RP-REGISTRO.
071100     STRING RP-TITULO " FECHA " RP-FECHA " PAG " RP-PAGINA-ED
071110         DELIMITED BY SIZE INTO RP-REGISTRO.
071120     WRITE RP-REGISTRO.
071130     MOVE SPACES TO RP-REGISTRO.
071140     STRING "OPERADOR: " OPERADOR-ACTUAL
071150         DELIMITED BY SIZE INTO RP-REGISTRO.
071160     WRITE RP-REGISTRO.
071170     MOVE RP-COLUMNAS TO RP-REGISTRO.
071180     WRITE RP-REGISTRO.
071190     MOVE ALL "-" TO RP-REGISTRO.
071200     WRITE RP-REGISTRO.
071210     MOVE 4 TO RP-LINEAS.
071220 9972-EXIT.
071230     EXIT.
071240
071250*----------------------------------------------------------*
071260* 9975-ESCRIBIR-DETALLE - ESCRIBE RP-DETALLE CON CORTE DE  *
071270*                         PAGINA CADA 60 RENGLONES         *
071280*----------------------------------------------------------*
071290 9975-ESCRIBIR-DETALLE.
071300     IF NOT REPORTE-ABIERTO
071310         GO TO 9975-EXIT
071320     END-IF.
071330     IF RP-LINEAS >= 60
071340         MOVE SPACES TO RP-REGISTRO
071350         WRITE RP-REGISTRO
071360         PERFORM 9972-ENCABEZADO-PAGINA THRU 9972-EXIT
071370     END-IF.
071380     MOVE RP-DETALLE TO RP-REGISTRO.
071390     WRITE RP-REGISTRO.
071400     ADD 1 TO RP-LINEAS.
071410 9975-EXIT.
071420     EXIT.
071430
071440*----------------------------------------------------------*
071450* 9978-CERRAR-REPORTE                                      *
071460*----------------------------------------------------------*
071470 9978-CERRAR-REPORTE.
071480     IF NOT REPORTE-ABIERTO
071490         GO TO 9978-EXIT
071500     END-IF.
071510     CLOSE REPORTE.
071520     MOVE "N" TO SW-REPORTE-ABIERTO.
071530     DISPLAY "Reporte impreso generado en " REPORTE-NOMBRE.
071540 9978-EXIT.
071550     EXIT.
