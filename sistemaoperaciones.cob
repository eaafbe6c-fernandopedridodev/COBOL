000030 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000040 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN. 2026-08-09.
000060 DATE-COMPILED. 2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORIAL DE MODIFICACIONES                              *
000090*----------------------------------------------------------*
001040*                  DEL REGISTRO DE CONTROL Y ESTE SE       *
001050*                  ACTUALIZA PARA QUE EL LOTE SIGA EN      *
001060*                  BALANCE.                                *
001070* 2026-10-15  DSI  EL MODO DESATENDIDO ACEPTA EL PASO      *
001080*                  INVTRASPASO (TRASPASO MASIVO ENTRE      *
001090*                  BODEGAS DESDE TRASPASO.DAT).            *
001100* 2026-10-15  DSI  EL MODO DESATENDIDO ACEPTA EL PASO      *
001110*                  NOMMARCAS HH (CONVERSION DE MARCAS DEL  *
001120*                  RELOJ A TARJETAS CON TURNO MAXIMO HH).  *
001130* 2026-10-15  DSI  EL MODO DESATENDIDO ACEPTA EL PASO      *
001140*                  INVPOLIZA AAAAMMDD (POLIZA CONTABLE DE  *
001150*                  LOS MOVIMIENTOS DE INVENTARIO DEL DIA). *
001160* 2026-10-15  DSI  SE AGREGA LA VERIFICACION DE INTEGRIDAD *
001170*                  ENTRE ARCHIVOS (MENU 10, PASO           *
001180*                  INTEGRIDAD): CANTIDADES, RESERVAS Y     *
001190*                  PROVEEDORES DEL INVENTARIO, CLIENTES Y  *
001200*                  PRODUCTOS DE LOS PEDIDOS, ORDENES DE    *
001210*                  COMPRA ABIERTAS, DEPARTAMENTO Y TIPO DE *
001220*                  PAGO DE LOS EMPLEADOS ACTIVOS Y         *
001230*                  CONSECUTIVOS DE FOLIOCTL.DAT. LOS       *
001240*                  HALLAZGOS VAN A INTEGRID.TXT Y A LA     *
001250*                  BITACORA DE EXCEPCIONES; CON HALLAZGOS  *
001260*                  GRAVES EL PASO QUEDA EN ERROR EN EL     *
001270*                  DIARIO. SALIR PASA A LA OPCION 11.      *
001280* 2026-10-15  DSI  SE AGREGA LA DEPURACION DE HISTORICOS   *
001290*                  (MENU 11, SOLO SUPERVISORES): MUEVE A   *
001300*                  ARCHIVOS FECHADOS .ARC LAS ENTRADAS DE  *
001310*                  MOVLOG.DAT, PRECLOG.DAT, REGISTRO.DAT Y *
001320*                  RUNJRNL.DAT ANTERIORES A LA FECHA DE    *
001330*                  CORTE. MOVLOG.DAT CONSERVA UN SALDO     *
001340*                  INICIAL (OPERACION I) POR PRODUCTO AL   *
001350*                  CORTE. SE RECHAZA EL CORTE SI EL        *
001360*                  PERIODO QUE TERMINA NO ESTA CERRADO EN  *
001370*                  PERINV.DAT Y PERNOM.DAT; REGISTRO.DAT   *
001380*                  NO SE DEPURA DENTRO DEL ANO FISCAL EN   *
001390*                  CURSO. LOS CONTEOS VAN AL DIARIO DE     *
001400*                  CORRIDA. SALIR PASA A LA OPCION 12.     *
001410* 2026-10-15  DSI  EL MODO DESATENDIDO ACEPTA EL PASO      *
001420*                  DIGLISTADO (LISTADO DE CODIGOS VIGENTES *
001430*                  DE PRODUCTO Y EMPLEADO CON SU DIGITO    *
001440*                  VERIFICADOR, EN PARIMPAR).              *
001450* 2026-10-15  DSI  EL MODO DESATENDIDO ACEPTA EL PASO      *
001460*                  INVROTACION AAABBBCCC (ANTIGUEDAD DE    *
001470*                  EXISTENCIAS POR ULTIMA SALIDA CON       *
001480*                  UMBRALES EN DIAS; EN BLANCO 090 180     *
001490*                  365).                                   *
001500* 2026-10-15  DSI  LA ENTRADA DE SALDO INICIAL (OPERACION  *
001510*                  I) QUE LA DEPURACION DEJA EN MOVLOG.DAT *
001520*                  LLEVA AL FINAL LA FECHA DE LA ULTIMA    *
001530*                  SALIDA DEL PRODUCTO ANTERIOR AL CORTE   *
001540*                  (O LA QUE YA TRAIA UNA APERTURA         *
001550*                  PREVIA), PARA QUE EL REPORTE DE         *
001560*                  ANTIGUEDAD DE EXISTENCIAS NO LA PIERDA. *
001570
001580*----------------------------------------------------------*
001590 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001610 FILE-CONTROL.
001620     SELECT OPERCTL ASSIGN TO "OPERCTL.DAT"
001630         ORGANIZATION IS LINE SEQUENTIAL
001640         FILE STATUS IS FS-OPERCTL.
001650
001660     SELECT OPERMAST ASSIGN TO "OPERMAST.DAT"
001670         ORGANIZATION IS INDEXED
001680         ACCESS MODE IS DYNAMIC
001690         RECORD KEY IS OP-ID
001700         FILE STATUS IS FS-OPERMAST.
001710
001720     SELECT EXCEPCION ASSIGN TO "EXCEPCLOG.DAT"
001730         ORGANIZATION IS LINE SEQUENTIAL
001740         FILE STATUS IS FS-EXCEPCION.
001750
001760     SELECT EXCEPARCH ASSIGN TO "EXCEPARCH.DAT"
001770         ORGANIZATION IS LINE SEQUENTIAL
001780         FILE STATUS IS FS-EXCEPARCH.
001790
001800     SELECT TARJETAS ASSIGN TO "TARJETAS.DAT"
001810         ORGANIZATION IS LINE SEQUENTIAL
001820         FILE STATUS IS FS-TARJETAS.
001830
001840     SELECT RUNJRNL ASSIGN TO "RUNJRNL.DAT"
001850         ORGANIZATION IS LINE SEQUENTIAL
001860         FILE STATUS IS FS-RUNJRNL.
001870
001880     SELECT REPORTE ASSIGN TO REPORTE-NOMBRE
001890         ORGANIZATION IS LINE SEQUENTIAL
001900         FILE STATUS IS FS-REPORTE.
001910
001920     SELECT PROVEEDOR ASSIGN TO "PROVMAST.DAT"
001930         ORGANIZATION IS INDEXED
001940         ACCESS MODE IS SEQUENTIAL
001950         RECORD KEY IS PV-CODIGO
001960         FILE STATUS IS FS-PROVEEDOR.
001970
001980     SELECT RESPCTL ASSIGN TO "RESPCTL.DAT"
001990         ORGANIZATION IS LINE SEQUENTIAL
002000         FILE STATUS IS FS-RESPCTL.
002010
002020     SELECT GENIN ASSIGN TO GEN-NOMBRE-IN
002030         ORGANIZATION IS LINE SEQUENTIAL
002040         FILE STATUS IS FS-GENIN.
002050
002060     SELECT GENOUT ASSIGN TO GEN-NOMBRE-OUT
002070         ORGANIZATION IS LINE SEQUENTIAL
002080         FILE STATUS IS FS-GENOUT.
002090
002100     SELECT INVENTAR ASSIGN TO "INVMAST.DAT"
002110         ORGANIZATION IS INDEXED
002120         ACCESS MODE IS SEQUENTIAL
002130         RECORD KEY IS IV-CODIGO
002140         ALTERNATE RECORD KEY IS IV-NOMBRE WITH DUPLICATES
002150         FILE STATUS IS FS-INVENTAR.
002160
002170     SELECT NOMINA-ARCH ASSIGN TO "NOMINA.DAT"
002180         ORGANIZATION IS INDEXED
002190         ACCESS MODE IS SEQUENTIAL
002200         RECORD KEY IS NO-EMPLEADO-ID
002210         FILE STATUS IS FS-NOMINA.
002220
002230     SELECT CLIENTE ASSIGN TO "CLIMAST.DAT"
002240         ORGANIZATION IS INDEXED
002250         ACCESS MODE IS RANDOM
002260         RECORD KEY IS CL-CODIGO
002270         FILE STATUS IS FS-CLIENTE.
002280
002290     SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
002300         ORGANIZATION IS LINE SEQUENTIAL
002310         FILE STATUS IS FS-PEDIDOS.
002320
002330     SELECT DESPACHO ASSIGN TO "DESPACHO.DAT"
002340         ORGANIZATION IS LINE SEQUENTIAL
002350         FILE STATUS IS FS-DESPACHO.
002360
002370     SELECT ORDCOMPRA ASSIGN TO "ORDCOMPRA.DAT"
002380         ORGANIZATION IS LINE SEQUENTIAL
002390         FILE STATUS IS FS-ORDCOMPRA.
002400
002410     SELECT FOLIOS ASSIGN TO "FOLIOCTL.DAT"
002420         ORGANIZATION IS LINE SEQUENTIAL
002430         FILE STATUS IS FS-FOLIOS.
002440
002450     SELECT FACTURAS ASSIGN TO "FACTURAS.DAT"
002460         ORGANIZATION IS LINE SEQUENTIAL
002470         FILE STATUS IS FS-FACTURAS.
002480
002490     SELECT PERINV ASSIGN TO "PERINV.DAT"
002500         ORGANIZATION IS LINE SEQUENTIAL
002510         FILE STATUS IS FS-PERINV.
002520
002530     SELECT PERNOM ASSIGN TO "PERNOM.DAT"
002540         ORGANIZATION IS LINE SEQUENTIAL
002550         FILE STATUS IS FS-PERNOM.
002560
002570     SELECT HISARCH ASSIGN TO HIS-NOMBRE-ARCH
002580         ORGANIZATION IS LINE SEQUENTIAL
002590         FILE STATUS IS FS-HISARCH.
002600
002610     SELECT HISTEMP ASSIGN TO "HISTEMP.DAT"
002620         ORGANIZATION IS LINE SEQUENTIAL
002630         FILE STATUS IS FS-HISTEMP.
002640 DATA DIVISION.
002650 FILE SECTION.
002660 FD  OPERCTL
002670     LABEL RECORDS ARE STANDARD.
002680 01  CT-REGISTRO.
002690     05  CT-DATO            PIC X(24).
002700     05  CT-VISTA-OPCION REDEFINES CT-DATO.
002710         10  CT-OPCION      PIC X(1).
002720         10  FILLER         PIC X(23).
002730*    UN RENGLON DE PASO CON FUNCION LLEVA EL VERBO EN LAS
002740*    PRIMERAS DOCE COLUMNAS Y SU PARAMETRO EN LAS DIEZ
002750*    SIGUIENTES.
002760     05  CT-VISTA-FUNCION REDEFINES CT-DATO.
002770         10  CT-VERBO       PIC X(12).
002780         10  CT-PARAM       PIC X(10).
002790         10  FILLER         PIC X(2).
002800
002810*----------------------------------------------------------*
002820* MAESTRO DE OPERADORES: ID, NOMBRE, CLAVE Y NIVEL DE      *
002830* PERMISOS (1=OPERADOR, 2=SUPERVISOR)                      *
002840*----------------------------------------------------------*
002850 FD  OPERMAST
002860     LABEL RECORDS ARE STANDARD.
002870 01  OP-REGISTRO.
002880     05  OP-ID             PIC X(8).
002890     05  OP-NOMBRE         PIC X(20).
002900     05  OP-PASSWORD       PIC X(8).
002910     05  OP-NIVEL          PIC 9(1).
002920
002930 FD  EXCEPCION
002940     LABEL RECORDS ARE STANDARD.
002950 01  EX-REGISTRO.
002960     05  EX-ORIGEN         PIC X(10).
002970     05  FILLER            PIC X(1) VALUE SPACE.
002980     05  EX-CODIGO         PIC X(10).
002990     05  FILLER            PIC X(1) VALUE SPACE.
003000     05  EX-MOTIVO         PIC X(30).
003010     05  FILLER            PIC X(1) VALUE SPACE.
003020     05  EX-OPERADOR       PIC X(8).
003030     05  FILLER            PIC X(1) VALUE SPACE.
003040     05  EX-FECHA          PIC 9(8).
003050     05  FILLER            PIC X(1) VALUE SPACE.
003060     05  EX-ESTADO         PIC X(1).
003070     05  FILLER            PIC X(1) VALUE SPACE.
003080     05  EX-FECHA-RES      PIC 9(8).
003090     05  FILLER            PIC X(1) VALUE SPACE.
003100     05  EX-NOTA           PIC X(20).
003110
003120*----------------------------------------------------------*
003130* ARCHIVO MUERTO DE EXCEPCIONES RESUELTAS DEPURADAS        *
003140*----------------------------------------------------------*
003150 FD  EXCEPARCH
003160     LABEL RECORDS ARE STANDARD.
003170 01  EA-REGISTRO           PIC X(102).
003180
003190*----------------------------------------------------------*
003200* COPIA DEL REGISTRO DE TARJETAS DE TIEMPO                 *
003210* (DEBE COINCIDIR CON EL FD DE SISTEMANOMINA)              *
003220*----------------------------------------------------------*
003230 FD  TARJETAS
003240     LABEL RECORDS ARE STANDARD.
003250 01  TJ-REGISTRO.
003260     05  TJ-DATOS.
003270         10  TJ-EMPLEADO-ID PIC X(6).
003280         10  TJ-HORAS       PIC 9(3).
003290         10  FILLER         PIC X(2).
003300     05  TJ-VISTA-CONTROL REDEFINES TJ-DATOS.
003310         10  TJ-TR-MARCA    PIC X(1).
003320         10  TJ-TR-CUENTA   PIC 9(4).
003330         10  TJ-TR-TOTAL    PIC 9(6).
003340
003350*----------------------------------------------------------*
003360* DIARIO DE CORRIDA DEL MODO DESATENDIDO: UN RENGLON POR   *
003370* PASO CON INICIO, FIN Y RESULTADO                         *
003380*----------------------------------------------------------*
003390 FD  RUNJRNL
003400     LABEL RECORDS ARE STANDARD.
003410 01  RJ-REGISTRO.
003420     05  RJ-FECHA          PIC 9(8).
003430     05  FILLER            PIC X(1) VALUE SPACE.
003440     05  RJ-HORA-INICIO    PIC 9(8).
003450     05  FILLER            PIC X(1) VALUE SPACE.
003460     05  RJ-HORA-FIN       PIC 9(8).
003470     05  FILLER            PIC X(1) VALUE SPACE.
003480     05  RJ-PASO           PIC X(24).
003490     05  FILLER            PIC X(1) VALUE SPACE.
003500     05  RJ-RESULTADO      PIC X(10).
003510
003520 FD  REPORTE
003530     LABEL RECORDS ARE STANDARD.
003540 01  RP-REGISTRO           PIC X(80).
003550
003560*----------------------------------------------------------*
003570* COPIA DEL REGISTRO DEL MAESTRO DE PROVEEDORES            *
003580* (DEBE COINCIDIR CON EL FD DE SISTEMAINVENTARIO)          *
003590*----------------------------------------------------------*
003600 FD  PROVEEDOR
003610     LABEL RECORDS ARE STANDARD.
003620 01  PV-REGISTRO.
003630     05  PV-CODIGO         PIC X(06).
003640     05  PV-NOMBRE         PIC X(20).
003650     05  PV-CONTACTO       PIC X(20).
003660     05  PV-PLAZO-ENTREGA  PIC 9(3).
003670
003680*----------------------------------------------------------*
003690* CONFIGURACION DE RESPALDOS: NUMERO DE GENERACIONES A     *
003700* CONSERVAR (1-9; 3 POR OMISION SI EL ARCHIVO NO EXISTE)   *
003710*----------------------------------------------------------*
003720 FD  RESPCTL
003730     LABEL RECORDS ARE STANDARD.
003740 01  RS-REGISTRO.
003750     05  RS-GENERACIONES   PIC 9(1).
003760
003770*----------------------------------------------------------*
003780* GENERACIONES DE RESPALDO: IMAGEN PLANA DE UN MAESTRO,    *
003790* CON UN ENCABEZADO FECHADO QUE EMPIEZA CON ASTERISCO      *
003800*----------------------------------------------------------*
003810 FD  GENIN
003820     LABEL RECORDS ARE STANDARD.
003830 01  GI-REGISTRO           PIC X(200).
003840
003850 FD  GENOUT
003860     LABEL RECORDS ARE STANDARD.
003870 01  GO-REGISTRO           PIC X(200).
003880
003890*----------------------------------------------------------*
003900* COPIA DEL REGISTRO DEL MAESTRO DE INVENTARIO             *
003910* (DEBE COINCIDIR CON EL FD DE SISTEMAINVENTARIO)          *
003920*----------------------------------------------------------*
003930 FD  INVENTAR
003940     LABEL RECORDS ARE STANDARD.
003950 01  IV-REGISTRO.
003960     05  IV-CODIGO         PIC X(10).
003970     05  IV-NOMBRE         PIC X(20).
003980     05  IV-PRECIO         PIC 9(5)V99.
003990     05  IV-CANTIDAD       PIC 9(3).
004000     05  IV-COD-PROVEEDOR  PIC X(06).
004010     05  IV-CANT-PRINCIPAL PIC 9(3).
004020     05  IV-CANT-ANEXO     PIC 9(3).
004030     05  IV-COSTO          PIC 9(5)V99.
004040     05  IV-CANT-RESERVADA PIC 9(3).
004050
004060*----------------------------------------------------------*
004070* COPIA DEL REGISTRO DEL MAESTRO DE NOMINA                 *
004080* (DEBE COINCIDIR CON EL FD DE SISTEMANOMINA)              *
004090*----------------------------------------------------------*
004100 FD  NOMINA-ARCH
004110     LABEL RECORDS ARE STANDARD.
004120 01  NO-REGISTRO.
004130     05  NO-EMPLEADO-ID    PIC X(6).
004140     05  NO-NOMBRE         PIC X(20).
004150     05  NO-HORAS-TRAB     PIC 9(3).
004160     05  NO-TARIFA-HORA    PIC 9(3)V99.
004170     05  NO-SALARIO-BRUTO  PIC 9(5)V99.
004180     05  NO-SALARIO-NETO   PIC 9(5)V99.
004190     05  NO-BRUTO-YTD      PIC 9(6)V99.
004200     05  NO-NETO-YTD       PIC 9(6)V99.
004210     05  NO-ESTADO         PIC X(1).
004220     05  NO-CUENTA         PIC X(12).
004230     05  NO-RUTA           PIC X(9).
004240     05  NO-DEDUCCION-REC  PIC 9(5)V99.
004250     05  NO-DEPARTAMENTO   PIC X(10).
004260     05  NO-VAC-TASA       PIC 9(2)V99.
004270     05  NO-VAC-TOMADAS    PIC 9(4)V99.
004280     05  NO-VAC-SALDO      PIC 9(4)V99.
004290     05  NO-VAC-PERIODO    PIC 9(3)V99.
004300     05  NO-COSTO-PATRONAL PIC 9(5)V99.
004310     05  NO-TIPO-PAGO      PIC X(1).
004320     05  NO-SALARIO-FIJO   PIC 9(5)V99.
004330     05  NO-PAGADO-PERIODO PIC X(1).
004340
004350*----------------------------------------------------------*
004360* COPIA DEL REGISTRO DEL MAESTRO DE CLIENTES               *
004370* (DEBE COINCIDIR CON EL FD DE SISTEMAINVENTARIO)          *
004380*----------------------------------------------------------*
004390 FD  CLIENTE
004400     LABEL RECORDS ARE STANDARD.
004410 01  CL-REGISTRO.
004420     05  CL-CODIGO         PIC X(06).
004430     05  CL-NOMBRE         PIC X(20).
004440     05  CL-DIRECCION      PIC X(30).
004450
004460*----------------------------------------------------------*
004470* COPIA DEL REGISTRO DE PEDIDOS DE CLIENTES (ESTADO        *
004480* A=ASIGNADO CON RESERVA, B=PENDIENTE DE SURTIR, P=ENVIADO *
004490* A PICKING) (DEBE COINCIDIR CON EL FD DE                  *
004500* SISTEMAINVENTARIO)                                       *
004510*----------------------------------------------------------*
004520 FD  PEDIDOS
004530     LABEL RECORDS ARE STANDARD.
004540 01  PD-REGISTRO.
004550     05  PD-FOLIO          PIC 9(6).
004560     05  FILLER            PIC X(1) VALUE SPACE.
004570     05  PD-CLIENTE        PIC X(6).
004580     05  FILLER            PIC X(1) VALUE SPACE.
004590     05  PD-CODIGO         PIC X(10).
004600     05  FILLER            PIC X(1) VALUE SPACE.
004610     05  PD-CANTIDAD       PIC 9(3).
004620     05  FILLER            PIC X(1) VALUE SPACE.
004630     05  PD-ESTADO         PIC X(1).
004640
004650*----------------------------------------------------------*
004660* COPIA DEL REGISTRO DEL ARCHIVO DE PICKING                *
004670* (DEBE COINCIDIR CON EL FD DE SISTEMAINVENTARIO)          *
004680*----------------------------------------------------------*
004690 FD  DESPACHO
004700     LABEL RECORDS ARE STANDARD.
004710 01  DP-REGISTRO.
004720     05  DP-DATOS.
004730         10  DP-CODIGO      PIC X(10).
004740         10  FILLER         PIC X(1) VALUE SPACE.
004750         10  DP-CANTIDAD    PIC 9(3).
004760         10  FILLER         PIC X(1) VALUE SPACE.
004770         10  DP-FOLIO       PIC 9(6).
004780         10  FILLER         PIC X(1) VALUE SPACE.
004790         10  DP-LOTE        PIC X(10).
004800     05  DP-VISTA-CONTROL REDEFINES DP-DATOS.
004810         10  DP-TR-MARCA    PIC X(1).
004820         10  DP-TR-CUENTA   PIC 9(4).
004830         10  DP-TR-TOTAL    PIC 9(6).
004840         10  FILLER         PIC X(21).
004850
004860*----------------------------------------------------------*
004870* COPIA DEL REGISTRO DE RENGLONES DE ORDEN DE COMPRA       *
004880* (ESTADO R=RECIBIDO; CUALQUIER OTRO SIGUE ABIERTO)        *
004890* (DEBE COINCIDIR CON EL FD DE SISTEMAINVENTARIO)          *
004900*----------------------------------------------------------*
004910 FD  ORDCOMPRA
004920     LABEL RECORDS ARE STANDARD.
004930 01  OC-REGISTRO.
004940     05  OC-CODIGO         PIC X(10).
004950     05  FILLER            PIC X(1) VALUE SPACE.
004960     05  OC-NOMBRE         PIC X(20).
004970     05  FILLER            PIC X(1) VALUE SPACE.
004980     05  OC-CANTIDAD       PIC 9(3).
004990     05  FILLER            PIC X(1) VALUE SPACE.
005000     05  OC-CANT-RECIBIDA  PIC 9(3).
005010     05  FILLER            PIC X(1) VALUE SPACE.
005020     05  OC-ESTADO         PIC X(1).
005030     05  FILLER            PIC X(1) VALUE SPACE.
005040     05  OC-NUMERO         PIC 9(6).
005050     05  FILLER            PIC X(1) VALUE SPACE.
005060     05  OC-PROVEEDOR      PIC X(6).
005070     05  FILLER            PIC X(1) VALUE SPACE.
005080     05  OC-FECHA          PIC 9(8).
005090     05  FILLER            PIC X(1) VALUE SPACE.
005100     05  OC-FECHA-ESPERADA PIC 9(8).
005110     05  FILLER            PIC X(1) VALUE SPACE.
005120     05  OC-COSTO          PIC 9(5)V99.
005130     05  FILLER            PIC X(1) VALUE SPACE.
005140     05  OC-COSTO-RECIBIDO PIC 9(5)V99.
005150
005160*----------------------------------------------------------*
005170* COPIA DEL REGISTRO DE CONTROL DE CONSECUTIVOS: ULTIMO    *
005180* FOLIO DE PEDIDO, ULTIMA FACTURA Y ULTIMA ORDEN DE COMPRA *
005190* (DEBE COINCIDIR CON EL FD DE SISTEMAINVENTARIO)          *
005200*----------------------------------------------------------*
005210 FD  FOLIOS
005220     LABEL RECORDS ARE STANDARD.
005230 01  FO-REGISTRO.
005240     05  FO-FOLIO          PIC 9(6).
005250     05  FILLER            PIC X(1) VALUE SPACE.
005260     05  FO-FACTURA        PIC 9(6).
005270     05  FILLER            PIC X(1) VALUE SPACE.
005280     05  FO-ORDEN          PIC 9(6).
005290
005300*----------------------------------------------------------*
005310* COPIA DEL REGISTRO DE FACTURAS A CLIENTES                *
005320* (DEBE COINCIDIR CON EL FD DE SISTEMAINVENTARIO)          *
005330*----------------------------------------------------------*
005340 FD  FACTURAS
005350     LABEL RECORDS ARE STANDARD.
005360 01  FA-REGISTRO.
005370     05  FA-FACTURA        PIC 9(6).
005380     05  FILLER            PIC X(1) VALUE SPACE.
005390     05  FA-FECHA          PIC 9(8).
005400     05  FILLER            PIC X(1) VALUE SPACE.
005410     05  FA-FOLIO          PIC 9(6).
005420     05  FILLER            PIC X(1) VALUE SPACE.
005430     05  FA-CLIENTE        PIC X(6).
005440     05  FILLER            PIC X(1) VALUE SPACE.
005450     05  FA-CODIGO         PIC X(10).
005460     05  FILLER            PIC X(1) VALUE SPACE.
005470     05  FA-CANTIDAD       PIC 9(3).
005480     05  FILLER            PIC X(1) VALUE SPACE.
005490     05  FA-PRECIO         PIC 9(5)V99.
005500     05  FILLER            PIC X(1) VALUE SPACE.
005510     05  FA-IMPORTE        PIC 9(8)V99.
005520     05  FILLER            PIC X(1) VALUE SPACE.
005530     05  FA-IVA            PIC 9(7)V99.
005540
005550*----------------------------------------------------------*
005560* COPIA DEL CALENDARIO DE PERIODOS DE INVENTARIO CERRADOS  *
005570* (DEBE COINCIDIR CON EL FD DE SISTEMAINVENTARIO)          *
005580*----------------------------------------------------------*
005590 FD  PERINV
005600     LABEL RECORDS ARE STANDARD.
005610 01  PI-REGISTRO.
005620     05  PI-PERIODO        PIC X(6).
005630     05  FILLER            PIC X(1) VALUE SPACE.
005640     05  PI-FECHA-CIERRE   PIC 9(8).
005650     05  FILLER            PIC X(1) VALUE SPACE.
005660     05  PI-ESTADO         PIC X(1).
005670
005680*----------------------------------------------------------*
005690* COPIA DEL CALENDARIO DE PERIODOS DE NOMINA CERRADOS      *
005700* (DEBE COINCIDIR CON EL FD DE SISTEMANOMINA)              *
005710*----------------------------------------------------------*
005720 FD  PERNOM
005730     LABEL RECORDS ARE STANDARD.
005740 01  PC-REGISTRO.
005750     05  PC-PERIODO        PIC X(6).
005760     05  FILLER            PIC X(1) VALUE SPACE.
005770     05  PC-FECHA-CIERRE   PIC 9(8).
005780     05  FILLER            PIC X(1) VALUE SPACE.
005790     05  PC-ESTADO         PIC X(1).
005800
005810*----------------------------------------------------------*
005820* ARCHIVO FECHADO DE UNA BITACORA HISTORICA DEPURADA, Y    *
005830* ARCHIVO DE PASO CON LAS ENTRADAS QUE SE CONSERVAN        *
005840*----------------------------------------------------------*
005850 FD  HISARCH
005860     LABEL RECORDS ARE STANDARD.
005870 01  HA-REGISTRO           PIC X(200).
005880
005890 FD  HISTEMP
005900     LABEL RECORDS ARE STANDARD.
005910 01  HT-REGISTRO           PIC X(200).
005920 WORKING-STORAGE SECTION.
005930 01  OPCION             PIC 99 VALUE 0.
005940
005950 01  FS-OPERCTL         PIC X(02) VALUE "00".
005960     88  FS-OPERCTL-OK            VALUE "00".
005970
005980 01  SW-FIN-CONTROL     PIC X(01) VALUE "N".
005990     88  FIN-CONTROL              VALUE "S".
006000
006010 01  CONTADOR-EJECUTADAS PIC 9(3) VALUE 0.
006020
006030*----------------------------------------------------------*
006040* ID DEL OPERADOR DE LA SESION, COMPARTIDO CON LOS         *
006050* SUBSISTEMAS PARA ESTAMPARLO EN BITACORAS Y REPORTES      *
006060*----------------------------------------------------------*
006070 01  OPERADOR-ACTUAL    PIC X(08) EXTERNAL.
006080
006090*----------------------------------------------------------*
006100* NIVEL DE PERMISOS DE LA SESION (1=OPERADOR,              *
006110* 2=SUPERVISOR), COMPARTIDO CON LOS SUBSISTEMAS; EN        *
006120* CORRIDAS SIN MAESTRO DE OPERADORES QUEDA EN 2.           *
006130*----------------------------------------------------------*
006140 01  NIVEL-OPERADOR     PIC 9(1) EXTERNAL.
006150
006160*----------------------------------------------------------*
006170* PETICION DE FUNCION EN LOTE PARA LOS SUBSISTEMAS: EL     *
006180* MENU UNIFICADO PONE LA FUNCION Y SU PARAMETRO, EL        *
006190* SUBSISTEMA LA EJECUTA SIN MENU Y DEJA EL RESULTADO       *
006200*----------------------------------------------------------*
006210 01  LOTE-FUNCION       PIC X(12) EXTERNAL.
006220 01  LOTE-PARAMETRO     PIC X(10) EXTERNAL.
006230 01  LOTE-RESULTADO     PIC X(2) EXTERNAL.
006240
006250 01  FS-RUNJRNL         PIC X(02) VALUE "00".
006260     88  FS-RUNJRNL-OK            VALUE "00".
006270 01  PASO-ACTUAL        PIC X(24).
006280 01  HORA-INICIO-PASO   PIC 9(8) VALUE 0.
006290 01  HORA-FIN-PASO      PIC 9(8) VALUE 0.
006300 01  RESULTADO-PASO     PIC X(10).
006310 01  ERRORES-CORRIDA    PIC 9(3) VALUE 0.
006320 01  SW-CORRIDA-ABORTADA PIC X(1) VALUE "N".
006330     88  CORRIDA-ABORTADA         VALUE "S".
006340
006350
006360*----------------------------------------------------------*
006370* CAMPOS DE TRABAJO DE LOS REPORTES DE IMPRESION (ARCHIVO  *
006380* DE IMAGEN DE IMPRESION CON ENCABEZADOS Y TOTALES)        *
006390*----------------------------------------------------------*
006400 01  FS-REPORTE         PIC X(02) VALUE "00".
006410     88  FS-REPORTE-OK            VALUE "00".
006420 01  SW-REPORTE-ABIERTO PIC X(1) VALUE "N".
006430     88  REPORTE-ABIERTO          VALUE "S".
006440 01  REPORTE-NOMBRE     PIC X(14).
006450 01  RP-TITULO          PIC X(40).
006460 01  RP-COLUMNAS        PIC X(60).
006470 01  RP-DETALLE         PIC X(80).
006480 01  RP-PAGINA          PIC 9(3) VALUE 0.
006490 01  RP-PAGINA-ED       PIC ZZ9.
006500 01  RP-LINEAS          PIC 9(2) VALUE 0.
006510 01  RP-FECHA           PIC 9(8) VALUE 0.
006520
006530*----------------------------------------------------------*
006540* CAMPOS DE TRABAJO DE RESPALDO Y RESTAURACION DE MAESTROS *
006550*----------------------------------------------------------*
006560 01  FS-PROVEEDOR       PIC X(02) VALUE "00".
006570     88  FS-PROVEEDOR-OK          VALUE "00".
006580     88  FS-PROVEEDOR-NO-EXISTE   VALUE "35".
006590 01  FS-RESPCTL         PIC X(02) VALUE "00".
006600     88  FS-RESPCTL-OK            VALUE "00".
006610 01  FS-GENIN           PIC X(02) VALUE "00".
006620     88  FS-GENIN-OK              VALUE "00".
006630 01  FS-GENOUT          PIC X(02) VALUE "00".
006640     88  FS-GENOUT-OK             VALUE "00".
006650 01  NUM-GENERACIONES   PIC 9(1) VALUE 3.
006660 01  GEN-NOMBRE-IN      PIC X(14).
006670 01  GEN-NOMBRE-OUT     PIC X(14).
006680 01  MAESTRO-SEL        PIC 9 VALUE 0.
006690 01  MAESTRO-BASE       PIC X(8).
006700 01  GEN-ACTUAL         PIC 9(1) VALUE 0.
006710 01  GEN-DIGITO         PIC 9(1) VALUE 0.
006720 01  GEN-ELEGIDA        PIC 9(1) VALUE 0.
006730 01  GEN-REGISTROS      PIC 9(5) VALUE 0.
006740 01  GEN-CARGADOS       PIC 9(5) VALUE 0.
006750 01  GEN-ERRORES        PIC 9(3) VALUE 0.
006760 01  SW-FIN-GEN         PIC X(01) VALUE "N".
006770     88  FIN-GENERACION           VALUE "S".
006780 01  SW-GEN-LEGIBLE     PIC X(01) VALUE "N".
006790     88  GEN-LEGIBLE              VALUE "S".
006800 01  SW-RESPALDO-FALLIDO PIC X(01) VALUE "N".
006810     88  RESPALDO-FALLIDO         VALUE "S".
006820 01  FECHA-RESPALDO     PIC 9(8) VALUE 0.
006830 01  ENTRADA-GEN        PIC X(1).
006840
006850 01  FS-OPERMAST        PIC X(02) VALUE "00".
006860     88  FS-OPERMAST-OK           VALUE "00".
006870     88  FS-OPERMAST-NO-EXISTE    VALUE "35".
006880 01  FS-EXCEPCION       PIC X(02) VALUE "00".
006890     88  FS-EXCEPCION-OK          VALUE "00".
006900 01  SW-HAY-OPERADORES  PIC X(01) VALUE "N".
006910     88  HAY-OPERADORES           VALUE "S".
006920 01  SW-ACCESO          PIC X(01) VALUE "N".
006930     88  ACCESO-CONCEDIDO         VALUE "S".
006940 01  SW-FIN-OPERADORES  PIC X(01) VALUE "N".
006950     88  FIN-OPERADORES           VALUE "S".
006960 01  INTENTOS-SESION    PIC 9(1) VALUE 0.
006970 01  ENTRADA-ID         PIC X(8).
006980 01  ENTRADA-PASSWORD   PIC X(8).
006990 01  OPCION-OPERADOR    PIC 9 VALUE 0.
007000 01  TEMP-OP-ID         PIC X(8).
007010 01  TEMP-OP-NOMBRE     PIC X(20).
007020 01  TEMP-OP-PASSWORD   PIC X(8).
007030 01  TEMP-OP-NIVEL      PIC 9(1) VALUE 0.
007040
007050*----------------------------------------------------------*
007060* CAMPOS DE TRABAJO DE LA REVISION DE EXCEPCIONES          *
007070*----------------------------------------------------------*
007080 01  FS-EXCEPARCH       PIC X(02) VALUE "00".
007090     88  FS-EXCEPARCH-OK          VALUE "00".
007100 01  FS-TARJETAS        PIC X(02) VALUE "00".
007110     88  FS-TARJETAS-OK           VALUE "00".
007120 01  EXC-TABLA.
007130     05  EXC-RENGLON OCCURS 200 TIMES
007140             INDEXED BY EXC-IDX.
007150         10  EXC-ORIGEN     PIC X(10).
007160         10  EXC-CODIGO     PIC X(10).
007170         10  EXC-MOTIVO     PIC X(30).
007180         10  EXC-OPERADOR   PIC X(8).
007190         10  EXC-FECHA      PIC 9(8).
007200         10  EXC-ESTADO     PIC X(1).
007210             88  EXC-PENDIENTE         VALUE "P".
007220             88  EXC-RESUELTA          VALUE "R".
007230         10  EXC-FECHA-RES  PIC 9(8).
007240         10  EXC-NOTA       PIC X(20).
007250 01  EXC-CONTADOR       PIC 9(3) VALUE 0.
007260 01  EXC-OMITIDOS       PIC 9(3) VALUE 0.
007270 01  EXC-LISTADOS       PIC 9(3) VALUE 0.
007280 01  EXC-DEPURADOS      PIC 9(3) VALUE 0.
007290 01  OPCION-EXCEPCION   PIC 9 VALUE 0.
007300 01  OPCION-FILTRO      PIC 9 VALUE 0.
007310 01  FILTRO-VALOR       PIC X(10).
007320 01  EXC-NUMERO         PIC 9(3) VALUE 0.
007330 01  EXC-NUM-ED         PIC ZZ9.
007340 01  TEMP-NOTA          PIC X(20).
007350 01  FECHA-CORTE        PIC 9(8) VALUE 0.
007360 01  FECHA-HOY-EXC      PIC 9(8) VALUE 0.
007370 01  SW-FIN-EXCEP       PIC X(01) VALUE "N".
007380     88  FIN-EXCEPCIONES          VALUE "S".
007390 01  TEMP-HORAS-TARJ    PIC 9(3) VALUE 0.
007400 01  ENTRADA-NUM-EXC    PIC X(3).
007410 01  ENTRADA-HORAS-EXC  PIC X(3).
007420 01  TARJ-TABLA.
007430     05  TARJ-RENGLON OCCURS 300 TIMES
007440             INDEXED BY TARJ-IDX PIC X(11).
007450 01  TARJ-CONTADOR      PIC 9(3) VALUE 0.
007460 01  TARJ-OMITIDAS      PIC 9(3) VALUE 0.
007470 01  SW-HAY-CTL-TARJ    PIC X(01) VALUE "N".
007480     88  HAY-CONTROL-TARJETAS     VALUE "S".
007490 01  TARJ-CUENTA-CTL    PIC 9(4) VALUE 0.
007500 01  TARJ-TOTAL-CTL     PIC 9(6) VALUE 0.
007510 01  SW-FIN-TARJ        PIC X(01) VALUE "N".
007520     88  FIN-TARJETAS-OPS         VALUE "S".
007530
007540 01  FS-INVENTAR        PIC X(02) VALUE "00".
007550     88  FS-INVENTAR-OK           VALUE "00".
007560     88  FS-INVENTAR-NO-EXISTE    VALUE "35".
007570
007580 01  FS-NOMINA          PIC X(02) VALUE "00".
007590     88  FS-NOMINA-OK             VALUE "00".
007600     88  FS-NOMINA-NO-EXISTE      VALUE "35".
007610
007620 01  SW-FIN-RESUMEN     PIC X(01) VALUE "N".
007630     88  FIN-RESUMEN              VALUE "S".
007640
007650 01  VALOR-PRODUCTO     PIC 9(8)V99 VALUE 0.
007660 01  VALOR-INVENTARIO   PIC 9(9)V99 VALUE 0.
007670 01  COSTO-LABORAL      PIC 9(7)V99 VALUE 0.
007680 01  TOTAL-OPERACION    PIC 9(9)V99 VALUE 0.
007690 01  VALOR-INV-ED       PIC ZZZ,ZZZ,ZZ9.99.
007700 01  COSTO-LAB-ED       PIC Z,ZZZ,ZZ9.99.
007710 01  TOTAL-OPER-ED      PIC ZZZ,ZZZ,ZZ9.99.
007720
007730*----------------------------------------------------------*
007740* CAMPOS DE TRABAJO DE LA VERIFICACION DE INTEGRIDAD: LOS  *
007750* PRODUCTOS DEL MAESTRO CON SU RESERVA, LO ASIGNADO EN     *
007760* PEDIDOS Y LO QUE ESTA EN PICKING, Y LOS PROVEEDORES      *
007770*----------------------------------------------------------*
007780 01  FS-CLIENTE         PIC X(02) VALUE "00".
007790     88  FS-CLIENTE-OK            VALUE "00".
007800 01  FS-PEDIDOS         PIC X(02) VALUE "00".
007810     88  FS-PEDIDOS-OK            VALUE "00".
007820 01  FS-DESPACHO        PIC X(02) VALUE "00".
007830     88  FS-DESPACHO-OK           VALUE "00".
007840 01  FS-ORDCOMPRA       PIC X(02) VALUE "00".
007850     88  FS-ORDCOMPRA-OK          VALUE "00".
007860 01  FS-FOLIOS          PIC X(02) VALUE "00".
007870     88  FS-FOLIOS-OK             VALUE "00".
007880 01  FS-FACTURAS        PIC X(02) VALUE "00".
007890     88  FS-FACTURAS-OK           VALUE "00".
007900 01  ITG-PRODUCTOS.
007910     05  ITG-RENGLON OCCURS 500 TIMES
007920             INDEXED BY ITG-IDX.
007930         10  ITG-CODIGO     PIC X(10).
007940         10  ITG-VALIDO     PIC X(1).
007950         10  ITG-RESERVADA  PIC 9(3).
007960         10  ITG-ASIGNADA   PIC 9(5).
007970         10  ITG-PICKING    PIC 9(5).
007980 01  ITG-CONTADOR       PIC 9(3) VALUE 0.
007990 01  ITG-OMITIDOS       PIC 9(5) VALUE 0.
008000 01  ITG-PROVEEDORES.
008010     05  ITG-PROVEEDOR OCCURS 200 TIMES
008020             INDEXED BY ITP-IDX PIC X(6).
008030 01  ITP-CONTADOR       PIC 9(3) VALUE 0.
008040 01  ITP-OMITIDOS       PIC 9(5) VALUE 0.
008050 01  SW-ITG-HALLADO     PIC X(01) VALUE "N".
008060     88  ITG-HALLADO              VALUE "S".
008070 01  SW-HAY-CLIMAST     PIC X(01) VALUE "N".
008080     88  HAY-CLIMAST              VALUE "S".
008090 01  SW-FIN-ITG         PIC X(01) VALUE "N".
008100     88  FIN-ITG                  VALUE "S".
008110 01  ITG-SECCION        PIC X(40).
008120 01  ITG-LEIDOS         PIC 9(5) VALUE 0.
008130 01  ITG-LEIDOS-ED      PIC ZZZZ9.
008140 01  ITG-GRAVES         PIC 9(5) VALUE 0.
008150 01  ITG-AVISOS         PIC 9(5) VALUE 0.
008160 01  ITG-GRAVES-ED      PIC ZZZZ9.
008170 01  ITG-AVISOS-ED      PIC ZZZZ9.
008180 01  ITG-GRAVEDAD       PIC X(1).
008190     88  ITG-ES-GRAVE             VALUE "G".
008200 01  ITG-NIVEL          PIC X(5).
008210 01  ITG-CLAVE          PIC X(10).
008220 01  ITG-MOTIVO         PIC X(30).
008230 01  ITG-DATO           PIC X(32).
008240 01  ITG-BUSCA-CODIGO   PIC X(10).
008250 01  ITG-SUMA           PIC 9(6) VALUE 0.
008260 01  ITG-MAX-FOLIO      PIC 9(6) VALUE 0.
008270 01  ITG-MAX-FACTURA    PIC 9(6) VALUE 0.
008280 01  ITG-MAX-ORDEN      PIC 9(6) VALUE 0.
008290 01  ITG-CTL-FOLIO      PIC 9(6) VALUE 0.
008300 01  ITG-CTL-FACTURA    PIC 9(6) VALUE 0.
008310 01  ITG-CTL-ORDEN      PIC 9(6) VALUE 0.
008320 01  ITG-CONSEC-CTL     PIC 9(6) VALUE 0.
008330 01  ITG-CONSEC-MAX     PIC 9(6) VALUE 0.
008340
008350*----------------------------------------------------------*
008360* CAMPOS DE TRABAJO DE LA DEPURACION DE HISTORICOS: FECHA  *
008370* DE CORTE, RESULTADO POR ARCHIVO Y SALDO DE CADA PRODUCTO *
008380* AL CORTE PARA LAS ENTRADAS DE APERTURA DE MOVLOG.DAT     *
008390*----------------------------------------------------------*
008400 01  FS-PERINV          PIC X(02) VALUE "00".
008410     88  FS-PERINV-OK             VALUE "00".
008420 01  FS-PERNOM          PIC X(02) VALUE "00".
008430     88  FS-PERNOM-OK             VALUE "00".
008440 01  FS-HISARCH         PIC X(02) VALUE "00".
008450     88  FS-HISARCH-OK            VALUE "00".
008460 01  FS-HISTEMP         PIC X(02) VALUE "00".
008470     88  FS-HISTEMP-OK            VALUE "00".
008480 01  HIS-NOMBRE-ARCH    PIC X(16).
008490 01  HIS-SEL            PIC 9 VALUE 0.
008500 01  HIS-BASE           PIC X(8).
008510 01  HIS-PREFIJO        PIC X(3).
008520 01  HIS-CORTE          PIC 9(8) VALUE 0.
008530 01  HIS-CORTE-R REDEFINES HIS-CORTE.
008540     05  HIS-CORTE-ANO  PIC 9(4).
008550     05  HIS-CORTE-MES  PIC 9(2).
008560     05  HIS-CORTE-DIA  PIC 9(2).
008570 01  HIS-HOY            PIC 9(8) VALUE 0.
008580 01  HIS-HOY-R REDEFINES HIS-HOY.
008590     05  HIS-HOY-ANO    PIC 9(4).
008600     05  FILLER         PIC 9(4).
008610 01  HIS-INICIO-ANO     PIC 9(8) VALUE 0.
008620 01  HIS-PERIODO-ULT.
008630     05  HIS-ULT-ANO    PIC 9(4).
008640     05  HIS-ULT-MES    PIC 9(2).
008650 01  HIS-FECHA-ENTRADA  PIC X(8).
008660 01  HIS-FECHA-NUM REDEFINES HIS-FECHA-ENTRADA PIC 9(8).
008670 01  HIS-ANTERIORES     PIC 9(6) VALUE 0.
008680 01  HIS-APERTURAS      PIC 9(5) VALUE 0.
008690 01  HIS-RESUMEN.
008700     05  HIS-ARCHIVO OCCURS 4 TIMES.
008710         10  HIS-MOVIDOS    PIC 9(6).
008720         10  HIS-RESULTADO  PIC X(10).
008730         10  HIS-HORA-INI   PIC 9(8).
008740         10  HIS-HORA-FIN   PIC 9(8).
008750 01  HIS-SALDOS.
008760     05  HSA-RENGLON OCCURS 500 TIMES
008770             INDEXED BY HSA-IDX.
008780         10  HSA-CODIGO     PIC X(10).
008790         10  HSA-SALDO      PIC 9(3).
008800         10  HSA-ULT-SALIDA PIC 9(8).
008810 01  HSA-CONTADOR       PIC 9(3) VALUE 0.
008820 01  HSA-OMITIDOS       PIC 9(5) VALUE 0.
008830 01  SW-HSA-HALLADO     PIC X(01) VALUE "N".
008840     88  HSA-HALLADO              VALUE "S".
008850 01  SW-HIS-ANTERIOR    PIC X(01) VALUE "N".
008860     88  HIS-ES-ANTERIOR          VALUE "S".
008870 01  SW-HAY-HISTORICO   PIC X(01) VALUE "N".
008880     88  HAY-HISTORICO            VALUE "S".
008890 01  SW-FIN-HIS         PIC X(01) VALUE "N".
008900     88  FIN-HISTORICO            VALUE "S".
008910 01  SW-HIS-INV-CERRADO PIC X(01) VALUE "N".
008920     88  HIS-INV-CERRADO          VALUE "S".
008930 01  SW-HIS-NOM-CERRADO PIC X(01) VALUE "N".
008940     88  HIS-NOM-CERRADO          VALUE "S".
008950 01  SW-HIS-FALLA       PIC X(01) VALUE "N".
008960     88  HIS-FALLA                VALUE "S".
008970
008980*    RENGLON LEIDO DE UNA BITACORA HISTORICA CON LA VISTA DE
008990*    CADA UNA; LAS VISTAS DEBEN COINCIDIR CON LOS FD DE
009000*    SISTEMAINVENTARIO (MOVLOG, PRECLOG), SISTEMANOMINA
009010*    (REGISTRO) Y EL DIARIO DE CORRIDA.
009020 01  HIS-RENGLON        PIC X(200).
009030 01  HIS-VISTA-MOVLOG REDEFINES HIS-RENGLON.
009040     05  HM-FECHA          PIC 9(8).
009050     05  FILLER            PIC X(1).
009060     05  HM-CODIGO         PIC X(10).
009070     05  FILLER            PIC X(1).
009080     05  HM-OPERACION      PIC X(1).
009090     05  FILLER            PIC X(1).
009100     05  HM-CANT-ANTERIOR  PIC 9(3).
009110     05  FILLER            PIC X(1).
009120     05  HM-CANT-NUEVA     PIC 9(3).
009130     05  FILLER            PIC X(1).
009140     05  HM-OPERADOR       PIC X(8).
009150     05  FILLER            PIC X(1).
009160     05  HM-BODEGA         PIC X(1).
009170*    FECHA DE LA ULTIMA SALIDA ANTERIOR AL CORTE; SOLO EN
009180*    LAS ENTRADAS DE SALDO INICIAL (I).
009190     05  FILLER            PIC X(1).
009200     05  HM-ULT-SALIDA     PIC 9(8).
009210     05  FILLER            PIC X(151).
009220 01  HIS-VISTA-PRECLOG REDEFINES HIS-RENGLON.
009230     05  HP-FECHA          PIC X(8).
009240     05  FILLER            PIC X(192).
009250 01  HIS-VISTA-REGISTRO REDEFINES HIS-RENGLON.
009260     05  HR-PERIODO        PIC X(6).
009270     05  FILLER            PIC X(194).
009280 01  HIS-VISTA-JORNAL REDEFINES HIS-RENGLON.
009290     05  HJ-FECHA          PIC X(8).
009300     05  FILLER            PIC X(192).
009310
009320 PROCEDURE DIVISION.
009330*============================================================
009340* 0000-MAINLINE                                            *
009350*============================================================
009360 0000-MAINLINE.
009370     DISPLAY "=== MENU DE OPERACIONES ===".
009380     MOVE SPACES TO OPERADOR-ACTUAL.
009390     MOVE 0 TO NIVEL-OPERADOR.
009400     MOVE SPACES TO LOTE-FUNCION.
009410     MOVE SPACES TO LOTE-PARAMETRO.
009420     MOVE SPACES TO LOTE-RESULTADO.
009430     PERFORM 1400-ABRIR-OPERADORES THRU 1400-EXIT.
009440     OPEN INPUT OPERCTL.
009450     IF FS-OPERCTL-OK
009460         PERFORM 3000-MODO-DESATENDIDO THRU 3000-EXIT
009470     ELSE
009480         PERFORM 1500-INICIAR-SESION THRU 1500-EXIT
009490         IF ACCESO-CONCEDIDO
009500             PERFORM 2000-MENU THRU 2000-EXIT
009510         ELSE
009520             DISPLAY "Acceso denegado."
009530         END-IF
009540     END-IF.
009550     CLOSE OPERMAST.
009560     DISPLAY "Gracias por usar el sistema.".
009570     STOP RUN.
009580
009590*----------------------------------------------------------*
009600* 1400-ABRIR-OPERADORES - ABRE EL MAESTRO DE OPERADORES Y  *
009610*                         DETERMINA SI YA TIENE REGISTROS  *
009620*----------------------------------------------------------*
009630 1400-ABRIR-OPERADORES.
009640     MOVE "N" TO SW-HAY-OPERADORES.
009650     OPEN I-O OPERMAST.
009660     IF FS-OPERMAST-NO-EXISTE
009670         OPEN OUTPUT OPERMAST
009680         CLOSE OPERMAST
009690         OPEN I-O OPERMAST
009700     END-IF.
009710     IF NOT FS-OPERMAST-OK
009720         DISPLAY "Error al abrir el maestro de operadores: "
009730             FS-OPERMAST
009740         GO TO 1400-EXIT
009750     END-IF.
009760     MOVE LOW-VALUES TO OP-ID.
009770     START OPERMAST KEY IS NOT LESS THAN OP-ID
009780         INVALID KEY
009790             CONTINUE
009800         NOT INVALID KEY
009810             MOVE "S" TO SW-HAY-OPERADORES
009820     END-START.
009830 1400-EXIT.
009840     EXIT.
009850
009860*----------------------------------------------------------*
009870* 1500-INICIAR-SESION - VALIDA ID Y CLAVE DEL OPERADOR     *
009880*                       CONTRA EL MAESTRO (TRES INTENTOS); *
009890*                       SIN MAESTRO SE CONSERVA EL         *
009900*                       COMPORTAMIENTO ANTERIOR            *
009910*----------------------------------------------------------*
009920 1500-INICIAR-SESION.
009930     MOVE "N" TO SW-ACCESO.
009940*    SIN OPERADORES REGISTRADOS NO HAY NADA QUE VALIDAR;
009950*    LA SESION QUEDA COMO SUPERVISOR PARA PODER DAR DE
009960*    ALTA A LOS PRIMEROS OPERADORES.
009970     IF NOT HAY-OPERADORES
009980         DISPLAY "Sin operadores registrados; use el "
009990             "mantenimiento de operadores."
010000         DISPLAY "Ingrese el ID del operador: "
010010         ACCEPT OPERADOR-ACTUAL
010020         MOVE 2 TO NIVEL-OPERADOR
010030         MOVE "S" TO SW-ACCESO
010040         GO TO 1500-EXIT
010050     END-IF.
010060
010070     MOVE 0 TO INTENTOS-SESION.
010080     PERFORM UNTIL ACCESO-CONCEDIDO OR INTENTOS-SESION >= 3
010090         DISPLAY "Ingrese el ID del operador: "
010100         ACCEPT ENTRADA-ID
010110         DISPLAY "Ingrese la clave: "
010120         ACCEPT ENTRADA-PASSWORD
010130         MOVE ENTRADA-ID TO OP-ID
010140         READ OPERMAST
010150             INVALID KEY
010160                 PERFORM 1510-SESION-FALLIDA THRU 1510-EXIT
010170             NOT INVALID KEY
010180                 IF OP-PASSWORD = ENTRADA-PASSWORD
010190                     MOVE "S" TO SW-ACCESO
010200                     MOVE ENTRADA-ID TO OPERADOR-ACTUAL
010210                     MOVE OP-NIVEL TO NIVEL-OPERADOR
010220                     DISPLAY "Bienvenido, " OP-NOMBRE
010230                 ELSE
010240                     PERFORM 1510-SESION-FALLIDA
010250                         THRU 1510-EXIT
010260                 END-IF
010270         END-READ
010280     END-PERFORM.
010290 1500-EXIT.
010300     EXIT.
010310
010320 1510-SESION-FALLIDA.
010330     ADD 1 TO INTENTOS-SESION.
010340     DISPLAY "ID o clave incorrectos.".
010350     MOVE SPACES TO EX-REGISTRO.
010360     MOVE "SIGNON" TO EX-ORIGEN.
010370     MOVE ENTRADA-ID TO EX-CODIGO.
010380     MOVE "Inicio de sesion fallido" TO EX-MOTIVO.
010390     MOVE ENTRADA-ID TO EX-OPERADOR.
010400     PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT.
010410 1510-EXIT.
010420     EXIT.
010430
010440*----------------------------------------------------------*
010450* 2000-MENU - CICLO PRINCIPAL DE OPCIONES                  *
010460*----------------------------------------------------------*
010470 2000-MENU.
010480     PERFORM UNTIL OPCION = 12
010490         DISPLAY "1. Sistema de Inventario"
010500         DISPLAY "2. Sistema de Nomina"
010510         DISPLAY "3. Par o Impar"
010520         DISPLAY "4. Suma de Numeros"
010530         DISPLAY "5. Resumen Combinado de Operacion"
010540         DISPLAY "6. Mantenimiento de Operadores"
010550         DISPLAY "7. Revision de Excepciones"
010560         DISPLAY "8. Respaldo de Maestros"
010570         DISPLAY "9. Restauracion de Maestros"
010580         DISPLAY "10. Verificacion de Integridad"
010590         DISPLAY "11. Depuracion de Historicos"
010600         DISPLAY "12. Salir"
010610         DISPLAY "Seleccione una opcion: "
010620         ACCEPT OPCION
010630
010640         IF OPCION = 12
010650             CONTINUE
010660         ELSE
010670             PERFORM 2500-EJECUTAR-OPCION THRU 2500-EXIT
010680         END-IF
010690     END-PERFORM.
010700 2000-EXIT.
010710     EXIT.
010720
010730*----------------------------------------------------------*
010740* 2500-EJECUTAR-OPCION - DESPACHA UNA OPCION DE MENU, TANTO*
010750*                        DESDE LA TERMINAL COMO DESDE EL   *
010760*                        ARCHIVO DE CONTROL                *
010770*----------------------------------------------------------*
010780 2500-EJECUTAR-OPCION.
010790     EVALUATE OPCION
010800         WHEN 1
010810             CALL "SistemaInventario"
010820         WHEN 2
010830             CALL "SistemaNomina"
010840         WHEN 3
010850             CALL "ParImpar"
010860         WHEN 4
010870             CALL "SumaNumeros"
010880         WHEN 5
010890             PERFORM 4000-RESUMEN-COMBINADO THRU 4000-EXIT
010900         WHEN 6
010910             PERFORM 5000-MENU-OPERADORES THRU 5000-EXIT
010920         WHEN 7
010930             PERFORM 6000-REVISION-EXCEPCIONES
010940                 THRU 6000-EXIT
010950         WHEN 8
010960             PERFORM 8000-RESPALDO-MAESTROS THRU 8000-EXIT
010970         WHEN 9
010980             PERFORM 8100-RESTAURAR-MAESTRO THRU 8100-EXIT
010990         WHEN 10
011000             PERFORM 4500-VERIFICAR-INTEGRIDAD THRU 4500-EXIT
011010         WHEN 11
011020             PERFORM 8200-DEPURAR-HISTORICOS THRU 8200-EXIT
011030         WHEN 12
011040             CONTINUE
011050         WHEN OTHER
011060             DISPLAY "Opcion invalida, intente de nuevo."
011070     END-EVALUATE.
011080 2500-EXIT.
011090     EXIT.
011100
011110*----------------------------------------------------------*
011120* 3000-MODO-DESATENDIDO - EJECUTA EN SECUENCIA LAS OPCIONES*
011130*                         LISTADAS EN OPERCTL.DAT, SIN     *
011140*                         PREGUNTAR EN LA TERMINAL         *
011150*----------------------------------------------------------*
011160 3000-MODO-DESATENDIDO.
011170     DISPLAY "Modo desatendido: leyendo OPERCTL.DAT".
011180     MOVE 0 TO CONTADOR-EJECUTADAS.
011190     MOVE 0 TO ERRORES-CORRIDA.
011200     MOVE "N" TO SW-CORRIDA-ABORTADA.
011210     MOVE "N" TO SW-FIN-CONTROL.
011220*    EL PRIMER RENGLON DEL ARCHIVO DE CONTROL ES EL ID DEL
011230*    OPERADOR RESPONSABLE DE LA CORRIDA CALENDARIZADA.
011240     READ OPERCTL
011250         AT END
011260             MOVE "S" TO SW-FIN-CONTROL
011270         NOT AT END
011280             MOVE CT-DATO TO OPERADOR-ACTUAL
011290             DISPLAY "Operador de la corrida: " OPERADOR-ACTUAL
011300             PERFORM 3500-VALIDAR-OPERADOR-LOTE
011310                 THRU 3500-EXIT
011320     END-READ.
011330*    ANTES DE TOCAR NADA, LA CORRIDA NOCTURNA DEJA UNA
011340*    GENERACION DE RESPALDO DE LOS TRES MAESTROS.
011350     IF NOT CORRIDA-ABORTADA AND NOT FIN-CONTROL
011360         ACCEPT HORA-INICIO-PASO FROM TIME
011370         PERFORM 8000-RESPALDO-MAESTROS THRU 8000-EXIT
011380         ACCEPT HORA-FIN-PASO FROM TIME
011390         MOVE "RESPALDO DE MAESTROS" TO PASO-ACTUAL
011400*        UN RESPALDO FALLIDO NO PUEDE DEJAR LA CORRIDA
011410*        "COMPLETA": ES JUSTO EL ESCENARIO DE DISCO QUE EL
011420*        RESPALDO PROTEGE.
011430         IF RESPALDO-FALLIDO
011440             MOVE "ERROR" TO RESULTADO-PASO
011450             ADD 1 TO ERRORES-CORRIDA
011460         ELSE
011470             MOVE "OK" TO RESULTADO-PASO
011480         END-IF
011490         PERFORM 7000-ESCRIBIR-JORNAL THRU 7000-EXIT
011500     END-IF.
011510     PERFORM UNTIL FIN-CONTROL
011520         READ OPERCTL
011530             AT END
011540                 MOVE "S" TO SW-FIN-CONTROL
011550             NOT AT END
011560                 PERFORM 3100-EJECUTAR-RENGLON THRU 3100-EXIT
011570         END-READ
011580     END-PERFORM.
011590     CLOSE OPERCTL.
011600     DISPLAY "Opciones ejecutadas: " CONTADOR-EJECUTADAS.
011610
011620*    EL ESTADO FINAL DE LA CORRIDA QUEDA EN EL DIARIO: O
011630*    TERMINO LIMPIA, O DICE EXACTAMENTE DONDE FALLO.
011640     ACCEPT HORA-INICIO-PASO FROM TIME.
011650     MOVE HORA-INICIO-PASO TO HORA-FIN-PASO.
011660     MOVE "FIN DE CORRIDA" TO PASO-ACTUAL.
011670     IF CORRIDA-ABORTADA
011680         MOVE "ABORTADA" TO RESULTADO-PASO
011690         DISPLAY "Corrida ABORTADA; vea RUNJRNL.DAT."
011700     ELSE
011710         IF ERRORES-CORRIDA = 0
011720             MOVE "COMPLETA" TO RESULTADO-PASO
011730             DISPLAY "Corrida COMPLETA sin errores."
011740         ELSE
011750             MOVE "CON ERROR" TO RESULTADO-PASO
011760             DISPLAY "Corrida con " ERRORES-CORRIDA
011770                 " pasos con error; vea RUNJRNL.DAT."
011780         END-IF
011790     END-IF.
011800     PERFORM 7000-ESCRIBIR-JORNAL THRU 7000-EXIT.
011810 3000-EXIT.
011820     EXIT.
011830
011840*----------------------------------------------------------*
011850* 3100-EJECUTAR-RENGLON - VALIDA Y DESPACHA UN RENGLON DEL *
011860*                         ARCHIVO DE CONTROL               *
011870*----------------------------------------------------------*
011880 3100-EJECUTAR-RENGLON.
011890     IF CT-DATO = SPACES
011900         GO TO 3100-EXIT
011910     END-IF.
011920     MOVE CT-DATO TO PASO-ACTUAL.
011930     ACCEPT RJ-FECHA FROM DATE YYYYMMDD.
011940     ACCEPT HORA-INICIO-PASO FROM TIME.
011950
011960*    UN RENGLON NUMERICO SIGUE SIENDO UNA OPCION DEL MENU;
011970*    CUALQUIER OTRO SE INTERPRETA COMO PASO CON FUNCION.
011980     IF CT-OPCION IS NUMERIC
011990         MOVE CT-OPCION TO OPCION
012000         DISPLAY "Ejecutando opcion " OPCION
012010             " del archivo de control"
012020         PERFORM 2500-EJECUTAR-OPCION THRU 2500-EXIT
012030         MOVE "OK" TO RESULTADO-PASO
012040         ADD 1 TO CONTADOR-EJECUTADAS
012050         GO TO 3100-JORNAL
012060     END-IF.
012070
012080     MOVE SPACES TO LOTE-PARAMETRO.
012090     MOVE CT-PARAM TO LOTE-PARAMETRO.
012100     MOVE "ER" TO LOTE-RESULTADO.
012110     DISPLAY "Ejecutando paso " CT-VERBO " "
012120         CT-PARAM " del archivo de control".
012130     EVALUATE CT-VERBO
012140         WHEN "INVREORDEN"
012150         WHEN "INVDESPACHO"
012160         WHEN "INVTRASPASO"
012170         WHEN "INVPOLIZA"
012180         WHEN "INVROTACION"
012190             MOVE CT-VERBO TO LOTE-FUNCION
012200             CALL "SistemaInventario"
012210         WHEN "NOMTARJETAS"
012220         WHEN "NOMCIERRE"
012230         WHEN "NOMMARCAS"
012240             MOVE CT-VERBO TO LOTE-FUNCION
012250             CALL "SistemaNomina"
012260         WHEN "DIGLISTADO"
012270             MOVE CT-VERBO TO LOTE-FUNCION
012280             CALL "ParImpar"
012290*        LA VERIFICACION DE INTEGRIDAD ES LOCAL; EL PASO
012300*        FALLA SI DEJA HALLAZGOS GRAVES.
012310         WHEN "INTEGRIDAD"
012320             PERFORM 4500-VERIFICAR-INTEGRIDAD THRU 4500-EXIT
012330             IF ITG-GRAVES = 0
012340                 MOVE "OK" TO LOTE-RESULTADO
012350             END-IF
012360         WHEN OTHER
012370             DISPLAY "Paso de control desconocido, se "
012380                 "omite: " CT-VERBO
012390             MOVE "XX" TO LOTE-RESULTADO
012400     END-EVALUATE.
012410     MOVE SPACES TO LOTE-FUNCION.
012420
012430     EVALUATE LOTE-RESULTADO
012440         WHEN "OK"
012450             MOVE "OK" TO RESULTADO-PASO
012460             ADD 1 TO CONTADOR-EJECUTADAS
012470         WHEN "XX"
012480             MOVE "OMITIDO" TO RESULTADO-PASO
012490             ADD 1 TO ERRORES-CORRIDA
012500         WHEN OTHER
012510             MOVE "ERROR" TO RESULTADO-PASO
012520             ADD 1 TO ERRORES-CORRIDA
012530     END-EVALUATE.
012540 3100-JORNAL.
012550     ACCEPT HORA-FIN-PASO FROM TIME.
012560     PERFORM 7000-ESCRIBIR-JORNAL THRU 7000-EXIT.
012570 3100-EXIT.
012580     EXIT.
012590
012600*----------------------------------------------------------*
012610* 3500-VALIDAR-OPERADOR-LOTE - EN MODO DESATENDIDO EL      *
012620*                              OPERADOR DEL PRIMER RENGLON *
012630*                              DEBE EXISTIR EN EL MAESTRO; *
012640*                              SI NO, LA CORRIDA SE ABORTA *
012650*----------------------------------------------------------*
012660 3500-VALIDAR-OPERADOR-LOTE.
012670     IF NOT HAY-OPERADORES
012680         MOVE 2 TO NIVEL-OPERADOR
012690         GO TO 3500-EXIT
012700     END-IF.
012710     MOVE OPERADOR-ACTUAL TO OP-ID.
012720     READ OPERMAST
012730         INVALID KEY
012740             DISPLAY "Operador de la corrida no registrado; "
012750                 "se aborta el modo desatendido."
012760             MOVE SPACES TO EX-REGISTRO
012770             MOVE "SIGNON" TO EX-ORIGEN
012780             MOVE OPERADOR-ACTUAL TO EX-CODIGO
012790             MOVE "Operador de lote no registrado"
012800                 TO EX-MOTIVO
012810             MOVE OPERADOR-ACTUAL TO EX-OPERADOR
012820             PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT
012830             MOVE "S" TO SW-FIN-CONTROL
012840             MOVE "S" TO SW-CORRIDA-ABORTADA
012850         NOT INVALID KEY
012860             MOVE OP-NIVEL TO NIVEL-OPERADOR
012870     END-READ.
012880 3500-EXIT.
012890     EXIT.
012900
012910*----------------------------------------------------------*
012920* 4000-RESUMEN-COMBINADO - VALOR DEL INVENTARIO MAS COSTO  *
012930*                          LABORAL EN UNA SOLA CIFRA DE    *
012940*                          OPERACION                       *
012950*----------------------------------------------------------*
012960 4000-RESUMEN-COMBINADO.
012970     MOVE 0 TO VALOR-INVENTARIO.
012980     MOVE 0 TO COSTO-LABORAL.
012990
013000     OPEN INPUT INVENTAR.
013010     IF NOT FS-INVENTAR-OK
013020         DISPLAY "No se pudo abrir el maestro de inventario."
013030     ELSE
013040         MOVE "N" TO SW-FIN-RESUMEN
013050         PERFORM 4100-ACUMULAR-INVENTARIO THRU 4100-EXIT
013060             UNTIL FIN-RESUMEN
013070         CLOSE INVENTAR
013080     END-IF.
013090
013100     OPEN INPUT NOMINA-ARCH.
013110     IF NOT FS-NOMINA-OK
013120         DISPLAY "No se pudo abrir el maestro de nomina."
013130     ELSE
013140         MOVE "N" TO SW-FIN-RESUMEN
013150         PERFORM 4200-ACUMULAR-NOMINA THRU 4200-EXIT
013160             UNTIL FIN-RESUMEN
013170         CLOSE NOMINA-ARCH
013180     END-IF.
013190
013200     COMPUTE TOTAL-OPERACION =
013210             VALOR-INVENTARIO + COSTO-LABORAL.
013220     MOVE VALOR-INVENTARIO TO VALOR-INV-ED.
013230     MOVE COSTO-LABORAL    TO COSTO-LAB-ED.
013240     MOVE TOTAL-OPERACION  TO TOTAL-OPER-ED.
013250     DISPLAY "=== RESUMEN COMBINADO DE OPERACION ===".
013260     DISPLAY "Valor del inventario: " VALOR-INV-ED.
013270     DISPLAY "Costo laboral (bruto): " COSTO-LAB-ED.
013280     DISPLAY "Total de operacion: " TOTAL-OPER-ED.
013290
013300     MOVE "REPRESUM.TXT" TO REPORTE-NOMBRE.
013310     MOVE "RESUMEN COMBINADO DE OPERACION" TO RP-TITULO.
013320     MOVE "CONCEPTO                      IMPORTE"
013330         TO RP-COLUMNAS.
013340     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
013350     MOVE SPACES TO RP-DETALLE.
013360     STRING "VALOR DEL INVENTARIO:   " VALOR-INV-ED
013370         DELIMITED BY SIZE INTO RP-DETALLE.
013380     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
013390     MOVE SPACES TO RP-DETALLE.
013400     STRING "COSTO LABORAL (BRUTO):     " COSTO-LAB-ED
013410         DELIMITED BY SIZE INTO RP-DETALLE.
013420     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
013430     MOVE ALL "-" TO RP-DETALLE.
013440     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
013450     MOVE SPACES TO RP-DETALLE.
013460     STRING "TOTAL DE OPERACION:     " TOTAL-OPER-ED
013470         DELIMITED BY SIZE INTO RP-DETALLE.
013480     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
013490     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
013500 4000-EXIT.
013510     EXIT.
013520
013530 4100-ACUMULAR-INVENTARIO.
013540     READ INVENTAR NEXT RECORD
013550         AT END
013560             MOVE "S" TO SW-FIN-RESUMEN
013570         NOT AT END
013580             COMPUTE VALOR-PRODUCTO =
013590                     IV-PRECIO * IV-CANTIDAD
013600             ADD VALOR-PRODUCTO TO VALOR-INVENTARIO
013610     END-READ.
013620 4100-EXIT.
013630     EXIT.
013640
013650 4200-ACUMULAR-NOMINA.
013660     READ NOMINA-ARCH NEXT RECORD
013670         AT END
013680             MOVE "S" TO SW-FIN-RESUMEN
013690         NOT AT END
013700*            LOS EMPLEADOS INACTIVOS NO SON GASTO VIGENTE
013710             IF NO-ESTADO NOT = "I"
013720                 ADD NO-SALARIO-BRUTO TO COSTO-LABORAL
013730             END-IF
013740     END-READ.
013750 4200-EXIT.
013760     EXIT.
013770
013780*----------------------------------------------------------*
013790* 4500-VERIFICAR-INTEGRIDAD - CRUZA LOS MAESTROS CON LOS   *
013800*                             ARCHIVOS DE MOVIMIENTOS Y    *
013810*                             REPORTA LO QUE NO CONCUERDA  *
013820*                             EN INTEGRID.TXT Y EN LA      *
013830*                             BITACORA DE EXCEPCIONES      *
013840*----------------------------------------------------------*
013850 4500-VERIFICAR-INTEGRIDAD.
013860     MOVE 0 TO ITG-GRAVES.
013870     MOVE 0 TO ITG-AVISOS.
013880     MOVE SPACES TO ITG-MOTIVO.
013890     MOVE SPACES TO ITG-DATO.
013900     MOVE "INTEGRID.TXT" TO REPORTE-NOMBRE.
013910     MOVE "VERIFICACION DE INTEGRIDAD" TO RP-TITULO.
013920     MOVE "NIVEL CLAVE      HALLAZGO                       DATOS"
013930         TO RP-COLUMNAS.
013940     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
013950
013960*    LOS PROVEEDORES SE CARGAN ANTES DE LEER EL MAESTRO DE
013970*    INVENTARIO, Y LOS PRODUCTOS QUEDAN EN TABLA PARA
013980*    CRUZARLOS CON PEDIDOS, PICKING Y ORDENES DE COMPRA.
013990     PERFORM 4505-CARGAR-PROVEEDORES THRU 4505-EXIT.
014000     PERFORM 4510-REVISAR-INVENTARIO THRU 4510-EXIT.
014010     PERFORM 4520-REVISAR-PEDIDOS THRU 4520-EXIT.
014020     PERFORM 4530-SUMAR-PICKING THRU 4530-EXIT.
014030     PERFORM 4535-CUADRAR-RESERVAS THRU 4535-EXIT.
014040     PERFORM 4540-REVISAR-ORDENES THRU 4540-EXIT.
014050     PERFORM 4550-REVISAR-EMPLEADOS THRU 4550-EXIT.
014060     PERFORM 4560-REVISAR-FOLIOS THRU 4560-EXIT.
014070
014080     MOVE ITG-GRAVES TO ITG-GRAVES-ED.
014090     MOVE ITG-AVISOS TO ITG-AVISOS-ED.
014100     MOVE SPACES TO RP-DETALLE.
014110     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
014120     MOVE ALL "-" TO RP-DETALLE.
014130     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
014140     MOVE SPACES TO RP-DETALLE.
014150     STRING "HALLAZGOS GRAVES: " ITG-GRAVES-ED
014160         "   AVISOS: " ITG-AVISOS-ED
014170         DELIMITED BY SIZE INTO RP-DETALLE.
014180     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
014190     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
014200
014210     DISPLAY "=== VERIFICACION DE INTEGRIDAD ===".
014220     DISPLAY "Hallazgos graves: " ITG-GRAVES-ED.
014230     DISPLAY "Avisos: " ITG-AVISOS-ED.
014240     IF ITG-GRAVES > 0
014250         DISPLAY "Revise INTEGRID.TXT y la bitacora de "
014260             "excepciones."
014270     END-IF.
014280 4500-EXIT.
014290     EXIT.
014300
014310*----------------------------------------------------------*
014320* 4502-TITULO-SECCION - ABRE EN EL REPORTE LA SECCION DE   *
014330*                       UN ARCHIVO                         *
014340*----------------------------------------------------------*
014350 4502-TITULO-SECCION.
014360     MOVE 0 TO ITG-LEIDOS.
014370     MOVE SPACES TO RP-DETALLE.
014380     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
014390     MOVE ITG-SECCION TO RP-DETALLE.
014400     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
014410 4502-EXIT.
014420     EXIT.
014430
014440*----------------------------------------------------------*
014450* 4503-FIN-SECCION - CIERRA LA SECCION CON LOS REGISTROS   *
014460*                    REVISADOS                             *
014470*----------------------------------------------------------*
014480 4503-FIN-SECCION.
014490     MOVE ITG-LEIDOS TO ITG-LEIDOS-ED.
014500     MOVE SPACES TO RP-DETALLE.
014510     STRING "      REGISTROS REVISADOS: " ITG-LEIDOS-ED
014520         DELIMITED BY SIZE INTO RP-DETALLE.
014530     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
014540 4503-EXIT.
014550     EXIT.
014560
014570*----------------------------------------------------------*
014580* 4504-SIN-ARCHIVO - SECCION DE UN ARCHIVO QUE NO SE PUDO  *
014590*                    ABRIR (NO HAY NADA QUE CRUZAR)        *
014600*----------------------------------------------------------*
014610 4504-SIN-ARCHIVO.
014620     MOVE SPACES TO RP-DETALLE.
014630     STRING "      ARCHIVO NO DISPONIBLE; NO SE REVISA."
014640         DELIMITED BY SIZE INTO RP-DETALLE.
014650     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
014660 4504-EXIT.
014670     EXIT.
014680
014690*----------------------------------------------------------*
014700* 4505-CARGAR-PROVEEDORES - LEE LOS CODIGOS DE PROVMAST.DAT*
014710*                           A LA TABLA DE TRABAJO; SIN     *
014720*                           MAESTRO LA TABLA QUEDA VACIA   *
014730*----------------------------------------------------------*
014740 4505-CARGAR-PROVEEDORES.
014750     MOVE 0 TO ITP-CONTADOR.
014760     MOVE 0 TO ITP-OMITIDOS.
014770     OPEN INPUT PROVEEDOR.
014780     IF NOT FS-PROVEEDOR-OK
014790         GO TO 4505-EXIT
014800     END-IF.
014810     MOVE "N" TO SW-FIN-ITG.
014820     PERFORM 4506-CARGAR-PROVEEDOR THRU 4506-EXIT
014830         UNTIL FIN-ITG.
014840     CLOSE PROVEEDOR.
014850 4505-EXIT.
014860     EXIT.
014870
014880 4506-CARGAR-PROVEEDOR.
014890     READ PROVEEDOR NEXT RECORD
014900         AT END
014910             MOVE "S" TO SW-FIN-ITG
014920         NOT AT END
014930             IF ITP-CONTADOR >= 200
014940                 ADD 1 TO ITP-OMITIDOS
014950             ELSE
014960                 ADD 1 TO ITP-CONTADOR
014970                 SET ITP-IDX TO ITP-CONTADOR
014980                 MOVE PV-CODIGO TO ITG-PROVEEDOR(ITP-IDX)
014990             END-IF
015000     END-READ.
015010 4506-EXIT.
015020     EXIT.
015030
015040*----------------------------------------------------------*
015050* 4510-REVISAR-INVENTARIO - CANTIDADES, RESERVA Y          *
015060*                           PROVEEDOR DE CADA PRODUCTO, Y  *
015070*                           CARGA DE LA TABLA DE PRODUCTOS *
015080*----------------------------------------------------------*
015090 4510-REVISAR-INVENTARIO.
015100     MOVE "INVMAST.DAT - MAESTRO DE INVENTARIO" TO ITG-SECCION.
015110     PERFORM 4502-TITULO-SECCION THRU 4502-EXIT.
015120     MOVE 0 TO ITG-CONTADOR.
015130     MOVE 0 TO ITG-OMITIDOS.
015140*    CON LA TABLA DE PROVEEDORES DESBORDADA UN CODIGO NO
015150*    HALLADO PUEDE SER DE LOS OMITIDOS; NO SE REPORTA.
015160     IF ITP-OMITIDOS > 0
015170         MOVE "A" TO ITG-GRAVEDAD
015180         MOVE "PROVMAST" TO ITG-CLAVE
015190         MOVE "Proveedores de mas en la tabla" TO ITG-MOTIVO
015200         STRING "NO SE REVISAN; OMITIDOS " ITP-OMITIDOS
015210             DELIMITED BY SIZE INTO ITG-DATO
015220         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
015230     END-IF.
015240     OPEN INPUT INVENTAR.
015250     IF NOT FS-INVENTAR-OK
015260         PERFORM 4504-SIN-ARCHIVO THRU 4504-EXIT
015270         GO TO 4510-EXIT
015280     END-IF.
015290     MOVE "N" TO SW-FIN-ITG.
015300     PERFORM 4515-REVISAR-PRODUCTO THRU 4515-EXIT
015310         UNTIL FIN-ITG.
015320     CLOSE INVENTAR.
015330*    CON LA TABLA DE PRODUCTOS DESBORDADA NO SE PUEDE SABER
015340*    SI UN CODIGO DE LOS MOVIMIENTOS EXISTE, NI CUADRAR
015350*    TODAS LAS RESERVAS; ESOS CRUCES SE OMITEN.
015360     IF ITG-OMITIDOS > 0
015370         MOVE "A" TO ITG-GRAVEDAD
015380         MOVE "INVMAST" TO ITG-CLAVE
015390         MOVE "Productos de mas en la tabla" TO ITG-MOTIVO
015400         STRING "NO SE CRUZAN; OMITIDOS " ITG-OMITIDOS
015410             DELIMITED BY SIZE INTO ITG-DATO
015420         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
015430     END-IF.
015440     PERFORM 4503-FIN-SECCION THRU 4503-EXIT.
015450 4510-EXIT.
015460     EXIT.
015470
015480 4515-REVISAR-PRODUCTO.
015490     READ INVENTAR NEXT RECORD
015500         AT END
015510             MOVE "S" TO SW-FIN-ITG
015520             GO TO 4515-EXIT
015530     END-READ.
015540     ADD 1 TO ITG-LEIDOS.
015550     IF ITG-CONTADOR >= 500
015560         ADD 1 TO ITG-OMITIDOS
015570     ELSE
015580         ADD 1 TO ITG-CONTADOR
015590         SET ITG-IDX TO ITG-CONTADOR
015600         MOVE IV-CODIGO TO ITG-CODIGO(ITG-IDX)
015610         MOVE "S" TO ITG-VALIDO(ITG-IDX)
015620         MOVE 0 TO ITG-RESERVADA(ITG-IDX)
015630         MOVE 0 TO ITG-ASIGNADA(ITG-IDX)
015640         MOVE 0 TO ITG-PICKING(ITG-IDX)
015650     END-IF.
015660     MOVE IV-CODIGO TO ITG-CLAVE.
015670
015680*    UNA CONVERSION O RESTAURACION MAL HECHA PUEDE DEJAR
015690*    BASURA EN LAS CANTIDADES; ESE PRODUCTO NO SE CUADRA.
015700     IF IV-CANTIDAD IS NOT NUMERIC
015710             OR IV-CANT-PRINCIPAL IS NOT NUMERIC
015720             OR IV-CANT-ANEXO IS NOT NUMERIC
015730             OR IV-CANT-RESERVADA IS NOT NUMERIC
015740         MOVE "G" TO ITG-GRAVEDAD
015750         MOVE "Cantidades no numericas" TO ITG-MOTIVO
015760         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
015770         IF ITG-OMITIDOS = 0
015780             MOVE "N" TO ITG-VALIDO(ITG-IDX)
015790         END-IF
015800         GO TO 4515-PROVEEDOR
015810     END-IF.
015820     IF ITG-OMITIDOS = 0
015830         MOVE IV-CANT-RESERVADA TO ITG-RESERVADA(ITG-IDX)
015840     END-IF.
015850     IF IV-CANTIDAD NOT = IV-CANT-PRINCIPAL + IV-CANT-ANEXO
015860         MOVE "G" TO ITG-GRAVEDAD
015870         MOVE "Existencia distinta de bodegas" TO ITG-MOTIVO
015880         STRING "TOT " IV-CANTIDAD " PRINCIPAL "
015890             IV-CANT-PRINCIPAL " ANEXA " IV-CANT-ANEXO
015900             DELIMITED BY SIZE INTO ITG-DATO
015910         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
015920     END-IF.
015930*    LA RESERVA SE TOMA DE LA BODEGA PRINCIPAL, QUE ES DE
015940*    DONDE SURTE EL PICKING.
015950     IF IV-CANT-RESERVADA > IV-CANT-PRINCIPAL
015960         MOVE "G" TO ITG-GRAVEDAD
015970         MOVE "Reservado mayor que existencia" TO ITG-MOTIVO
015980         STRING "RES " IV-CANT-RESERVADA " PRINCIPAL "
015990             IV-CANT-PRINCIPAL
016000             DELIMITED BY SIZE INTO ITG-DATO
016010         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
016020     END-IF.
016030 4515-PROVEEDOR.
016040*    EL PROVEEDOR ES OPCIONAL EN EL ALTA DEL PRODUCTO.
016050     IF IV-COD-PROVEEDOR = SPACES OR ITP-OMITIDOS > 0
016060         GO TO 4515-EXIT
016070     END-IF.
016080     MOVE "N" TO SW-ITG-HALLADO.
016090     PERFORM VARYING ITP-IDX FROM 1 BY 1
016100             UNTIL ITP-IDX > ITP-CONTADOR
016110             OR ITG-HALLADO
016120         IF ITG-PROVEEDOR(ITP-IDX) = IV-COD-PROVEEDOR
016130             MOVE "S" TO SW-ITG-HALLADO
016140         END-IF
016150     END-PERFORM.
016160     IF NOT ITG-HALLADO
016170         MOVE "G" TO ITG-GRAVEDAD
016180         STRING "Proveedor " IV-COD-PROVEEDOR " no existe"
016190             DELIMITED BY SIZE INTO ITG-MOTIVO
016200         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
016210     END-IF.
016220 4515-EXIT.
016230     EXIT.
016240
016250*----------------------------------------------------------*
016260* 4517-BUSCAR-PRODUCTO - BUSCA ITG-BUSCA-CODIGO EN LA      *
016270*                        TABLA (ITG-HALLADO Y ITG-IDX)     *
016280*----------------------------------------------------------*
016290 4517-BUSCAR-PRODUCTO.
016300     MOVE "N" TO SW-ITG-HALLADO.
016310     PERFORM VARYING ITG-IDX FROM 1 BY 1
016320             UNTIL ITG-IDX > ITG-CONTADOR
016330             OR ITG-HALLADO
016340         IF ITG-CODIGO(ITG-IDX) = ITG-BUSCA-CODIGO
016350             MOVE "S" TO SW-ITG-HALLADO
016360         END-IF
016370     END-PERFORM.
016380     IF ITG-HALLADO
016390         SET ITG-IDX DOWN BY 1
016400     END-IF.
016410 4517-EXIT.
016420     EXIT.
016430
016440*----------------------------------------------------------*
016450* 4520-REVISAR-PEDIDOS - CLIENTE, PRODUCTO Y ESTADO DE     *
016460*                        CADA RENGLON DE PEDIDO; SUMA LO   *
016470*                        ASIGNADO CON RESERVA              *
016480*----------------------------------------------------------*
016490 4520-REVISAR-PEDIDOS.
016500     MOVE "PEDIDOS.DAT - PEDIDOS DE CLIENTES" TO ITG-SECCION.
016510     PERFORM 4502-TITULO-SECCION THRU 4502-EXIT.
016520     MOVE 0 TO ITG-MAX-FOLIO.
016530     OPEN INPUT PEDIDOS.
016540     IF NOT FS-PEDIDOS-OK
016550         PERFORM 4504-SIN-ARCHIVO THRU 4504-EXIT
016560         GO TO 4520-EXIT
016570     END-IF.
016580*    SIN MAESTRO DE CLIENTES NINGUN CLIENTE EXISTE.
016590     MOVE "N" TO SW-HAY-CLIMAST.
016600     OPEN INPUT CLIENTE.
016610     IF FS-CLIENTE-OK
016620         MOVE "S" TO SW-HAY-CLIMAST
016630     END-IF.
016640     MOVE "N" TO SW-FIN-ITG.
016650     PERFORM 4525-REVISAR-RENGLON-PEDIDO THRU 4525-EXIT
016660         UNTIL FIN-ITG.
016670     CLOSE PEDIDOS.
016680     IF HAY-CLIMAST
016690         CLOSE CLIENTE
016700     END-IF.
016710     PERFORM 4503-FIN-SECCION THRU 4503-EXIT.
016720 4520-EXIT.
016730     EXIT.
016740
016750 4525-REVISAR-RENGLON-PEDIDO.
016760     READ PEDIDOS
016770         AT END
016780             MOVE "S" TO SW-FIN-ITG
016790             GO TO 4525-EXIT
016800     END-READ.
016810     ADD 1 TO ITG-LEIDOS.
016820     MOVE PD-FOLIO TO ITG-CLAVE.
016830     IF PD-FOLIO IS NOT NUMERIC
016840         MOVE "G" TO ITG-GRAVEDAD
016850         MOVE "Folio de pedido no numerico" TO ITG-MOTIVO
016860         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
016870     ELSE
016880         IF PD-FOLIO > ITG-MAX-FOLIO
016890             MOVE PD-FOLIO TO ITG-MAX-FOLIO
016900         END-IF
016910     END-IF.
016920
016930     MOVE "N" TO SW-ITG-HALLADO.
016940     IF HAY-CLIMAST
016950         MOVE PD-CLIENTE TO CL-CODIGO
016960         READ CLIENTE
016970             INVALID KEY
016980                 CONTINUE
016990             NOT INVALID KEY
017000                 MOVE "S" TO SW-ITG-HALLADO
017010         END-READ
017020     END-IF.
017030     IF NOT ITG-HALLADO
017040         MOVE "G" TO ITG-GRAVEDAD
017050         STRING "Cliente " PD-CLIENTE " no existe"
017060             DELIMITED BY SIZE INTO ITG-MOTIVO
017070         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
017080     END-IF.
017090
017100     EVALUATE PD-ESTADO
017110         WHEN "A"
017120         WHEN "B"
017130         WHEN "P"
017140             CONTINUE
017150         WHEN OTHER
017160             MOVE "G" TO ITG-GRAVEDAD
017170             MOVE "Estado de pedido invalido" TO ITG-MOTIVO
017180             STRING "ESTADO " PD-ESTADO
017190                 DELIMITED BY SIZE INTO ITG-DATO
017200             PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
017210     END-EVALUATE.
017220     IF PD-CANTIDAD IS NOT NUMERIC
017230         MOVE "G" TO ITG-GRAVEDAD
017240         MOVE "Cantidad de pedido no numerica" TO ITG-MOTIVO
017250         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
017260     END-IF.
017270
017280     IF ITG-OMITIDOS > 0
017290         GO TO 4525-EXIT
017300     END-IF.
017310     MOVE PD-CODIGO TO ITG-BUSCA-CODIGO.
017320     PERFORM 4517-BUSCAR-PRODUCTO THRU 4517-EXIT.
017330     IF NOT ITG-HALLADO
017340         MOVE "G" TO ITG-GRAVEDAD
017350         STRING "Producto " PD-CODIGO " no existe"
017360             DELIMITED BY SIZE INTO ITG-MOTIVO
017370         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
017380         GO TO 4525-EXIT
017390     END-IF.
017400*    SOLO LA LINEA ASIGNADA TIENE SU RESERVA APARTE; LA
017410*    ENVIADA A PICKING SE CUENTA CON DESPACHO.DAT.
017420     IF PD-ESTADO = "A" AND PD-CANTIDAD IS NUMERIC
017430         ADD PD-CANTIDAD TO ITG-ASIGNADA(ITG-IDX)
017440     END-IF.
017450 4525-EXIT.
017460     EXIT.
017470
017480*----------------------------------------------------------*
017490* 4530-SUMAR-PICKING - SUMA POR PRODUCTO LO QUE ESTA EN EL *
017500*                      ARCHIVO DE PICKING                  *
017510*----------------------------------------------------------*
017520 4530-SUMAR-PICKING.
017530     MOVE "DESPACHO.DAT - ARCHIVO DE PICKING" TO ITG-SECCION.
017540     PERFORM 4502-TITULO-SECCION THRU 4502-EXIT.
017550     OPEN INPUT DESPACHO.
017560     IF NOT FS-DESPACHO-OK
017570         PERFORM 4504-SIN-ARCHIVO THRU 4504-EXIT
017580         GO TO 4530-EXIT
017590     END-IF.
017600     MOVE "N" TO SW-FIN-ITG.
017610     PERFORM 4532-SUMAR-LINEA-PICKING THRU 4532-EXIT
017620         UNTIL FIN-ITG.
017630     CLOSE DESPACHO.
017640     PERFORM 4503-FIN-SECCION THRU 4503-EXIT.
017650 4530-EXIT.
017660     EXIT.
017670
017680 4532-SUMAR-LINEA-PICKING.
017690     READ DESPACHO
017700         AT END
017710             MOVE "S" TO SW-FIN-ITG
017720             GO TO 4532-EXIT
017730     END-READ.
017740     IF DP-TR-MARCA = "*"
017750         GO TO 4532-EXIT
017760     END-IF.
017770     ADD 1 TO ITG-LEIDOS.
017780     MOVE DP-CODIGO TO ITG-CLAVE.
017790*    EL DESPACHO MASIVO RECHAZA ESTAS LINEAS POR SU CUENTA;
017800*    AQUI SOLO SE AVISA.
017810     IF DP-CANTIDAD IS NOT NUMERIC
017820         MOVE "A" TO ITG-GRAVEDAD
017830         MOVE "Cantidad no numerica" TO ITG-MOTIVO
017840         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
017850         GO TO 4532-EXIT
017860     END-IF.
017870     IF ITG-OMITIDOS > 0
017880         GO TO 4532-EXIT
017890     END-IF.
017900     MOVE DP-CODIGO TO ITG-BUSCA-CODIGO.
017910     PERFORM 4517-BUSCAR-PRODUCTO THRU 4517-EXIT.
017920     IF NOT ITG-HALLADO
017930         MOVE "A" TO ITG-GRAVEDAD
017940         STRING "Producto " DP-CODIGO " no existe"
017950             DELIMITED BY SIZE INTO ITG-MOTIVO
017960         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
017970         GO TO 4532-EXIT
017980     END-IF.
017990     ADD DP-CANTIDAD TO ITG-PICKING(ITG-IDX).
018000 4532-EXIT.
018010     EXIT.
018020
018030*----------------------------------------------------------*
018040* 4535-CUADRAR-RESERVAS - LA RESERVA DE CADA PRODUCTO      *
018050*                         CONTRA SUS PEDIDOS ABIERTOS      *
018060*----------------------------------------------------------*
018070 4535-CUADRAR-RESERVAS.
018080     MOVE "RESERVAS CONTRA PEDIDOS ABIERTOS" TO ITG-SECCION.
018090     PERFORM 4502-TITULO-SECCION THRU 4502-EXIT.
018100     IF ITG-OMITIDOS > 0
018110         PERFORM 4503-FIN-SECCION THRU 4503-EXIT
018120         GO TO 4535-EXIT
018130     END-IF.
018140     PERFORM VARYING ITG-IDX FROM 1 BY 1
018150             UNTIL ITG-IDX > ITG-CONTADOR
018160         PERFORM 4537-CUADRAR-PRODUCTO THRU 4537-EXIT
018170     END-PERFORM.
018180     PERFORM 4503-FIN-SECCION THRU 4503-EXIT.
018190 4535-EXIT.
018200     EXIT.
018210
018220 4537-CUADRAR-PRODUCTO.
018230     IF ITG-VALIDO(ITG-IDX) NOT = "S"
018240         GO TO 4537-EXIT
018250     END-IF.
018260     ADD 1 TO ITG-LEIDOS.
018270*    LO RESERVADO ES LO ASIGNADO A PEDIDOS QUE AUN NO VAN A
018280*    PICKING MAS, MIENTRAS NO SE CORRA EL DESPACHO MASIVO,
018290*    LO QUE ESTA EN DESPACHO.DAT; YA DESPACHADO EL PICKING,
018300*    SOLO LO ASIGNADO.
018310     COMPUTE ITG-SUMA =
018320             ITG-ASIGNADA(ITG-IDX) + ITG-PICKING(ITG-IDX).
018330     IF ITG-RESERVADA(ITG-IDX) = ITG-ASIGNADA(ITG-IDX)
018340             OR ITG-RESERVADA(ITG-IDX) = ITG-SUMA
018350         GO TO 4537-EXIT
018360     END-IF.
018370     MOVE ITG-CODIGO(ITG-IDX) TO ITG-CLAVE.
018380     MOVE "G" TO ITG-GRAVEDAD.
018390     MOVE "Reserva no cuadra con pedidos" TO ITG-MOTIVO.
018400     STRING "RES " ITG-RESERVADA(ITG-IDX)
018410         " PED " ITG-ASIGNADA(ITG-IDX)
018420         " PICKING " ITG-PICKING(ITG-IDX)
018430         DELIMITED BY SIZE INTO ITG-DATO.
018440     PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT.
018450 4537-EXIT.
018460     EXIT.
018470
018480*----------------------------------------------------------*
018490* 4540-REVISAR-ORDENES - LOS RENGLONES ABIERTOS DE ORDEN DE*
018500*                        COMPRA DEBEN SER DE PRODUCTOS     *
018510*                        VIGENTES                          *
018520*----------------------------------------------------------*
018530 4540-REVISAR-ORDENES.
018540     MOVE "ORDCOMPRA.DAT - ORDENES DE COMPRA" TO ITG-SECCION.
018550     PERFORM 4502-TITULO-SECCION THRU 4502-EXIT.
018560     MOVE 0 TO ITG-MAX-ORDEN.
018570     OPEN INPUT ORDCOMPRA.
018580     IF NOT FS-ORDCOMPRA-OK
018590         PERFORM 4504-SIN-ARCHIVO THRU 4504-EXIT
018600         GO TO 4540-EXIT
018610     END-IF.
018620     MOVE "N" TO SW-FIN-ITG.
018630     PERFORM 4545-REVISAR-RENGLON-ORDEN THRU 4545-EXIT
018640         UNTIL FIN-ITG.
018650     CLOSE ORDCOMPRA.
018660     PERFORM 4503-FIN-SECCION THRU 4503-EXIT.
018670 4540-EXIT.
018680     EXIT.
018690
018700 4545-REVISAR-RENGLON-ORDEN.
018710     READ ORDCOMPRA
018720         AT END
018730             MOVE "S" TO SW-FIN-ITG
018740             GO TO 4545-EXIT
018750     END-READ.
018760     ADD 1 TO ITG-LEIDOS.
018770*    UN RENGLON DEL FORMATO ANTERIOR NO TRAE NUMERO DE
018780*    ORDEN.
018790     IF OC-NUMERO IS NUMERIC
018800         IF OC-NUMERO > ITG-MAX-ORDEN
018810             MOVE OC-NUMERO TO ITG-MAX-ORDEN
018820         END-IF
018830     END-IF.
018840     IF OC-ESTADO = "R" OR ITG-OMITIDOS > 0
018850         GO TO 4545-EXIT
018860     END-IF.
018870     MOVE OC-CODIGO TO ITG-BUSCA-CODIGO.
018880     PERFORM 4517-BUSCAR-PRODUCTO THRU 4517-EXIT.
018890     IF NOT ITG-HALLADO
018900         MOVE OC-NUMERO TO ITG-CLAVE
018910         MOVE "G" TO ITG-GRAVEDAD
018920         STRING "Producto " OC-CODIGO " no existe"
018930             DELIMITED BY SIZE INTO ITG-MOTIVO
018940         STRING "ORDEN ABIERTA, ESTADO " OC-ESTADO
018950             DELIMITED BY SIZE INTO ITG-DATO
018960         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
018970     END-IF.
018980 4545-EXIT.
018990     EXIT.
019000
019010*----------------------------------------------------------*
019020* 4550-REVISAR-EMPLEADOS - DEPARTAMENTO Y TIPO DE PAGO DE  *
019030*                          LOS EMPLEADOS ACTIVOS           *
019040*----------------------------------------------------------*
019050 4550-REVISAR-EMPLEADOS.
019060     MOVE "NOMINA.DAT - MAESTRO DE EMPLEADOS" TO ITG-SECCION.
019070     PERFORM 4502-TITULO-SECCION THRU 4502-EXIT.
019080     OPEN INPUT NOMINA-ARCH.
019090     IF NOT FS-NOMINA-OK
019100         PERFORM 4504-SIN-ARCHIVO THRU 4504-EXIT
019110         GO TO 4550-EXIT
019120     END-IF.
019130     MOVE "N" TO SW-FIN-ITG.
019140     PERFORM 4555-REVISAR-EMPLEADO THRU 4555-EXIT
019150         UNTIL FIN-ITG.
019160     CLOSE NOMINA-ARCH.
019170     PERFORM 4503-FIN-SECCION THRU 4503-EXIT.
019180 4550-EXIT.
019190     EXIT.
019200
019210 4555-REVISAR-EMPLEADO.
019220     READ NOMINA-ARCH NEXT RECORD
019230         AT END
019240             MOVE "S" TO SW-FIN-ITG
019250             GO TO 4555-EXIT
019260     END-READ.
019270     IF NO-ESTADO = "I"
019280         GO TO 4555-EXIT
019290     END-IF.
019300     ADD 1 TO ITG-LEIDOS.
019310     MOVE NO-EMPLEADO-ID TO ITG-CLAVE.
019320*    SIN DEPARTAMENTO EL SUELDO NO SE PUEDE DISTRIBUIR NI
019330*    CONTABILIZAR EN EL CIERRE.
019340     IF NO-DEPARTAMENTO = SPACES
019350         MOVE "G" TO ITG-GRAVEDAD
019360         MOVE "Activo sin departamento" TO ITG-MOTIVO
019370         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
019380     END-IF.
019390     IF NO-TIPO-PAGO NOT = "H" AND NO-TIPO-PAGO NOT = "S"
019400         MOVE "G" TO ITG-GRAVEDAD
019410         MOVE "Tipo de pago invalido" TO ITG-MOTIVO
019420         STRING "TIPO " NO-TIPO-PAGO
019430             DELIMITED BY SIZE INTO ITG-DATO
019440         PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT
019450     END-IF.
019460 4555-EXIT.
019470     EXIT.
019480
019490*----------------------------------------------------------*
019500* 4560-REVISAR-FOLIOS - LOS CONSECUTIVOS DE FOLIOCTL.DAT   *
019510*                       NO PUEDEN ESTAR POR DEBAJO DEL     *
019520*                       MAYOR FOLIO, FACTURA U ORDEN YA    *
019530*                       USADOS, O EL SIGUIENTE SE REPITE   *
019540*----------------------------------------------------------*
019550 4560-REVISAR-FOLIOS.
019560     MOVE "FOLIOCTL.DAT - CONSECUTIVOS" TO ITG-SECCION.
019570     PERFORM 4502-TITULO-SECCION THRU 4502-EXIT.
019580     MOVE 0 TO ITG-MAX-FACTURA.
019590     OPEN INPUT FACTURAS.
019600     IF FS-FACTURAS-OK
019610         MOVE "N" TO SW-FIN-ITG
019620         PERFORM 4565-MAYOR-FACTURA THRU 4565-EXIT
019630             UNTIL FIN-ITG
019640         CLOSE FACTURAS
019650     END-IF.
019660
019670*    SIN CONTROL LOS TRES CONSECUTIVOS SE TOMAN COMO CERO;
019680*    UN CONTROL DEL FORMATO ANTERIOR NO TRAE FACTURA NI
019690*    ORDEN.
019700     MOVE 0 TO ITG-CTL-FOLIO.
019710     MOVE 0 TO ITG-CTL-FACTURA.
019720     MOVE 0 TO ITG-CTL-ORDEN.
019730     OPEN INPUT FOLIOS.
019740     IF FS-FOLIOS-OK
019750         READ FOLIOS
019760             AT END
019770                 CONTINUE
019780             NOT AT END
019790                 ADD 1 TO ITG-LEIDOS
019800                 IF FO-FOLIO IS NUMERIC
019810                     MOVE FO-FOLIO TO ITG-CTL-FOLIO
019820                 END-IF
019830                 IF FO-FACTURA IS NUMERIC
019840                     MOVE FO-FACTURA TO ITG-CTL-FACTURA
019850                 END-IF
019860                 IF FO-ORDEN IS NUMERIC
019870                     MOVE FO-ORDEN TO ITG-CTL-ORDEN
019880                 END-IF
019890         END-READ
019900         CLOSE FOLIOS
019910     END-IF.
019920     MOVE "PEDIDO" TO ITG-CLAVE.
019930     MOVE ITG-CTL-FOLIO TO ITG-CONSEC-CTL.
019940     MOVE ITG-MAX-FOLIO TO ITG-CONSEC-MAX.
019950     PERFORM 4567-COMPARAR-CONSECUTIVO THRU 4567-EXIT.
019960     MOVE "FACTURA" TO ITG-CLAVE.
019970     MOVE ITG-CTL-FACTURA TO ITG-CONSEC-CTL.
019980     MOVE ITG-MAX-FACTURA TO ITG-CONSEC-MAX.
019990     PERFORM 4567-COMPARAR-CONSECUTIVO THRU 4567-EXIT.
020000     MOVE "ORDEN" TO ITG-CLAVE.
020010     MOVE ITG-CTL-ORDEN TO ITG-CONSEC-CTL.
020020     MOVE ITG-MAX-ORDEN TO ITG-CONSEC-MAX.
020030     PERFORM 4567-COMPARAR-CONSECUTIVO THRU 4567-EXIT.
020040     PERFORM 4503-FIN-SECCION THRU 4503-EXIT.
020050 4560-EXIT.
020060     EXIT.
020070
020080 4565-MAYOR-FACTURA.
020090     READ FACTURAS
020100         AT END
020110             MOVE "S" TO SW-FIN-ITG
020120         NOT AT END
020130             IF FA-FACTURA IS NUMERIC
020140                 IF FA-FACTURA > ITG-MAX-FACTURA
020150                     MOVE FA-FACTURA TO ITG-MAX-FACTURA
020160                 END-IF
020170             END-IF
020180     END-READ.
020190 4565-EXIT.
020200     EXIT.
020210
020220 4567-COMPARAR-CONSECUTIVO.
020230     IF ITG-CONSEC-CTL >= ITG-CONSEC-MAX
020240         GO TO 4567-EXIT
020250     END-IF.
020260     MOVE "G" TO ITG-GRAVEDAD.
020270     MOVE "Consecutivo atrasado" TO ITG-MOTIVO.
020280     STRING "CONTROL " ITG-CONSEC-CTL " USADO " ITG-CONSEC-MAX
020290         DELIMITED BY SIZE INTO ITG-DATO.
020300     PERFORM 4590-REGISTRAR-HALLAZGO THRU 4590-EXIT.
020310 4567-EXIT.
020320     EXIT.
020330
020340*----------------------------------------------------------*
020350* 4590-REGISTRAR-HALLAZGO - ESCRIBE EL HALLAZGO EN EL      *
020360*                           REPORTE Y EN LA BITACORA DE    *
020370*                           EXCEPCIONES                    *
020380*----------------------------------------------------------*
020390 4590-REGISTRAR-HALLAZGO.
020400     IF ITG-ES-GRAVE
020410         ADD 1 TO ITG-GRAVES
020420         MOVE "GRAVE" TO ITG-NIVEL
020430     ELSE
020440         ADD 1 TO ITG-AVISOS
020450         MOVE "AVISO" TO ITG-NIVEL
020460     END-IF.
020470     MOVE SPACES TO RP-DETALLE.
020480     STRING ITG-NIVEL " " ITG-CLAVE " " ITG-MOTIVO " " ITG-DATO
020490         DELIMITED BY SIZE INTO RP-DETALLE.
020500     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
020510     MOVE SPACES TO EX-REGISTRO.
020520     MOVE "INTEGRIDAD" TO EX-ORIGEN.
020530     MOVE ITG-CLAVE TO EX-CODIGO.
020540     MOVE ITG-MOTIVO TO EX-MOTIVO.
020550     MOVE OPERADOR-ACTUAL TO EX-OPERADOR.
020560     PERFORM 9100-REGISTRAR-EXCEPCION THRU 9100-EXIT.
020570     MOVE SPACES TO ITG-MOTIVO.
020580     MOVE SPACES TO ITG-DATO.
020590 4590-EXIT.
020600     EXIT.
020610
020620*----------------------------------------------------------*
020630* 5000-MENU-OPERADORES - MANTENIMIENTO DEL MAESTRO DE      *
020640*                        OPERADORES; RESTRINGIDO A         *
020650*                        SUPERVISORES UNA VEZ QUE EXISTEN  *
020660*                        OPERADORES REGISTRADOS            *
020670*----------------------------------------------------------*
020680 5000-MENU-OPERADORES.
020690     IF HAY-OPERADORES AND NIVEL-OPERADOR NOT = 2
020700         DISPLAY "Opcion restringida a supervisores."
020710         GO TO 5000-EXIT
020720     END-IF.
020730     MOVE 0 TO OPCION-OPERADOR.
020740     PERFORM UNTIL OPCION-OPERADOR = 3
020750         DISPLAY "--- Operadores ---"
020760         DISPLAY "1. Agregar Operador"
020770         DISPLAY "2. Mostrar Operadores"
020780         DISPLAY "3. Volver al menu principal"
020790         DISPLAY "Seleccione una opcion: "
020800         ACCEPT OPCION-OPERADOR
020810
020820         EVALUATE OPCION-OPERADOR
020830             WHEN 1
020840                 PERFORM 5010-AGREGAR-OPERADOR THRU 5010-EXIT
020850             WHEN 2
020860                 PERFORM 5020-MOSTRAR-OPERADORES
020870                     THRU 5020-EXIT
020880             WHEN 3
020890                 CONTINUE
020900             WHEN OTHER
020910                 DISPLAY "Opcion invalida, intente de nuevo."
020920         END-EVALUATE
020930     END-PERFORM.
020940 5000-EXIT.
020950     EXIT.
020960
020970*----------------------------------------------------------*
020980* 5010-AGREGAR-OPERADOR                                    *
020990*----------------------------------------------------------*
021000 5010-AGREGAR-OPERADOR.
021010     DISPLAY "Ingrese el ID del operador: ".
021020     ACCEPT TEMP-OP-ID.
021030     MOVE TEMP-OP-ID TO OP-ID.
021040
021050     DISPLAY "Ingrese el nombre del operador: ".
021060     ACCEPT TEMP-OP-NOMBRE.
021070     MOVE TEMP-OP-NOMBRE TO OP-NOMBRE.
021080
021090     DISPLAY "Ingrese la clave del operador: ".
021100     ACCEPT TEMP-OP-PASSWORD.
021110     MOVE TEMP-OP-PASSWORD TO OP-PASSWORD.
021120
021130     MOVE 0 TO TEMP-OP-NIVEL.
021140     PERFORM UNTIL TEMP-OP-NIVEL = 1 OR TEMP-OP-NIVEL = 2
021150         DISPLAY "Nivel (1=Operador, 2=Supervisor): "
021160         ACCEPT TEMP-OP-NIVEL
021170         IF TEMP-OP-NIVEL NOT = 1 AND TEMP-OP-NIVEL NOT = 2
021180             DISPLAY "Nivel invalido, use 1 o 2."
021190         END-IF
021200     END-PERFORM.
021210     MOVE TEMP-OP-NIVEL TO OP-NIVEL.
021220
021230     WRITE OP-REGISTRO
021240         INVALID KEY
021250             DISPLAY "Ya existe un operador con ese ID."
021260         NOT INVALID KEY
021270             DISPLAY "Operador agregado exitosamente."
021280             MOVE "S" TO SW-HAY-OPERADORES
021290     END-WRITE.
021300 5010-EXIT.
021310     EXIT.
021320
021330*----------------------------------------------------------*
021340* 5020-MOSTRAR-OPERADORES - LISTA ID, NOMBRE Y NIVEL; LA   *
021350*                           CLAVE NUNCA SE MUESTRA         *
021360*----------------------------------------------------------*
021370 5020-MOSTRAR-OPERADORES.
021380     MOVE LOW-VALUES TO OP-ID.
021390     START OPERMAST KEY IS NOT LESS THAN OP-ID
021400         INVALID KEY
021410             DISPLAY "No hay operadores registrados."
021420             GO TO 5020-EXIT
021430     END-START.
021440
021450     DISPLAY "=== OPERADORES ===".
021460     MOVE "N" TO SW-FIN-OPERADORES.
021470     PERFORM UNTIL FIN-OPERADORES
021480         READ OPERMAST NEXT RECORD
021490             AT END
021500                 MOVE "S" TO SW-FIN-OPERADORES
021510             NOT AT END
021520                 DISPLAY "ID: " OP-ID " Nombre: " OP-NOMBRE
021530                     " Nivel: " OP-NIVEL
021540         END-READ
021550     END-PERFORM.
021560 5020-EXIT.
021570     EXIT.
021580
021590*----------------------------------------------------------*
021600* 6000-REVISION-EXCEPCIONES - BANCO DE TRABAJO DE LA       *
021610*                             BITACORA DE EXCEPCIONES:     *
021620*                             LISTAR, RESOLVER, REENCOLAR  *
021630*                             Y DEPURAR                    *
021640*----------------------------------------------------------*
021650 6000-REVISION-EXCEPCIONES.
021660     PERFORM 6010-CARGAR-EXCEPCIONES THRU 6010-EXIT.
021670     IF EXC-CONTADOR = 0
021680         DISPLAY "La bitacora de excepciones esta vacia."
021690         GO TO 6000-EXIT
021700     END-IF.
021710     IF EXC-OMITIDOS > 0
021720         DISPLAY "Aviso: la tabla admite 200 entradas; se "
021730             "omitieron " EXC-OMITIDOS " entradas."
021740     END-IF.
021750
021760     MOVE 0 TO OPCION-EXCEPCION.
021770     PERFORM UNTIL OPCION-EXCEPCION = 5
021780         DISPLAY "--- Revision de Excepciones ---"
021790         DISPLAY "1. Listar Entradas"
021800         DISPLAY "2. Marcar Entrada como Resuelta"
021810         DISPLAY "3. Reencolar Tarjeta Corregida"
021820         DISPLAY "4. Depurar Resueltas Antiguas"
021830         DISPLAY "5. Volver al menu principal"
021840         DISPLAY "Seleccione una opcion: "
021850         ACCEPT OPCION-EXCEPCION
021860
021870         EVALUATE OPCION-EXCEPCION
021880             WHEN 1
021890                 PERFORM 6020-LISTAR-EXCEPCIONES
021900                     THRU 6020-EXIT
021910             WHEN 2
021920                 PERFORM 6030-RESOLVER-EXCEPCION
021930                     THRU 6030-EXIT
021940             WHEN 3
021950                 PERFORM 6040-REENCOLAR-TARJETA
021960                     THRU 6040-EXIT
021970             WHEN 4
021980                 PERFORM 6050-DEPURAR-RESUELTAS
021990                     THRU 6050-EXIT
022000             WHEN 5
022010                 CONTINUE
022020             WHEN OTHER
022030                 DISPLAY "Opcion invalida, intente de nuevo."
022040         END-EVALUATE
022050     END-PERFORM.
022060 6000-EXIT.
022070     EXIT.
022080
022090*----------------------------------------------------------*
022100* 6010-CARGAR-EXCEPCIONES - LEE EXCEPCLOG.DAT A LA TABLA   *
022110*                           DE TRABAJO                     *
022120*----------------------------------------------------------*
022130 6010-CARGAR-EXCEPCIONES.
022140     MOVE 0 TO EXC-CONTADOR.
022150     MOVE 0 TO EXC-OMITIDOS.
022160     OPEN INPUT EXCEPCION.
022170     IF NOT FS-EXCEPCION-OK
022180         GO TO 6010-EXIT
022190     END-IF.
022200     MOVE "N" TO SW-FIN-EXCEP.
022210     PERFORM UNTIL FIN-EXCEPCIONES
022220         READ EXCEPCION
022230             AT END
022240                 MOVE "S" TO SW-FIN-EXCEP
022250             NOT AT END
022260                 PERFORM 6015-CARGAR-ENTRADA
022270         END-READ
022280     END-PERFORM.
022290     CLOSE EXCEPCION.
022300 6010-EXIT.
022310     EXIT.
022320
022330 6015-CARGAR-ENTRADA.
022340     IF EXC-CONTADOR >= 200
022350         ADD 1 TO EXC-OMITIDOS
022360     ELSE
022370         ADD 1 TO EXC-CONTADOR
022380         SET EXC-IDX TO EXC-CONTADOR
022390         MOVE EX-ORIGEN   TO EXC-ORIGEN(EXC-IDX)
022400         MOVE EX-CODIGO   TO EXC-CODIGO(EXC-IDX)
022410         MOVE EX-MOTIVO   TO EXC-MOTIVO(EXC-IDX)
022420         MOVE EX-OPERADOR TO EXC-OPERADOR(EXC-IDX)
022430*        UNA ENTRADA DEL FORMATO ANTERIOR NO TRAE FECHA NI
022440*        ESTADO; SE TOMA COMO PENDIENTE SIN FECHA.
022450         IF EX-FECHA IS NOT NUMERIC
022460             MOVE 0 TO EXC-FECHA(EXC-IDX)
022470         ELSE
022480             MOVE EX-FECHA TO EXC-FECHA(EXC-IDX)
022490         END-IF
022500         IF EX-ESTADO = "R"
022510             MOVE "R" TO EXC-ESTADO(EXC-IDX)
022520         ELSE
022530             MOVE "P" TO EXC-ESTADO(EXC-IDX)
022540         END-IF
022550         IF EX-FECHA-RES IS NOT NUMERIC
022560             MOVE 0 TO EXC-FECHA-RES(EXC-IDX)
022570         ELSE
022580             MOVE EX-FECHA-RES TO EXC-FECHA-RES(EXC-IDX)
022590         END-IF
022600         MOVE EX-NOTA TO EXC-NOTA(EXC-IDX)
022610     END-IF.
022620
022630*----------------------------------------------------------*
022640* 6020-LISTAR-EXCEPCIONES - LISTA LAS ENTRADAS NUMERADAS,  *
022650*                           CON FILTRO OPCIONAL            *
022660*----------------------------------------------------------*
022670 6020-LISTAR-EXCEPCIONES.
022680     DISPLAY "1. Todas".
022690     DISPLAY "2. Por Origen".
022700     DISPLAY "3. Por Operador".
022710     DISPLAY "4. Solo Pendientes".
022720     DISPLAY "Seleccione un filtro: ".
022730     ACCEPT OPCION-FILTRO.
022740     MOVE SPACES TO FILTRO-VALOR.
022750     IF OPCION-FILTRO = 2
022760         DISPLAY "Ingrese el origen a filtrar: "
022770         ACCEPT FILTRO-VALOR
022780     END-IF.
022790     IF OPCION-FILTRO = 3
022800         DISPLAY "Ingrese el operador a filtrar: "
022810         ACCEPT FILTRO-VALOR
022820     END-IF.
022830
022840     MOVE 0 TO EXC-LISTADOS.
022850     DISPLAY "Num Origen     Codigo     Fecha    Est Motivo".
022860     DISPLAY "-----------------------------------------------".
022870     PERFORM VARYING EXC-IDX FROM 1 BY 1
022880             UNTIL EXC-IDX > EXC-CONTADOR
022890         PERFORM 6025-LISTAR-ENTRADA THRU 6025-EXIT
022900     END-PERFORM.
022910     DISPLAY "-----------------------------------------------".
022920     DISPLAY "Entradas listadas: " EXC-LISTADOS.
022930 6020-EXIT.
022940     EXIT.
022950
022960 6025-LISTAR-ENTRADA.
022970     IF OPCION-FILTRO = 2
022980             AND EXC-ORIGEN(EXC-IDX) NOT = FILTRO-VALOR
022990         GO TO 6025-EXIT
023000     END-IF.
023010     IF OPCION-FILTRO = 3
023020             AND EXC-OPERADOR(EXC-IDX) NOT = FILTRO-VALOR(1:8)
023030         GO TO 6025-EXIT
023040     END-IF.
023050     IF OPCION-FILTRO = 4
023060             AND NOT EXC-PENDIENTE(EXC-IDX)
023070         GO TO 6025-EXIT
023080     END-IF.
023090     ADD 1 TO EXC-LISTADOS.
023100     SET EXC-NUMERO TO EXC-IDX.
023110     MOVE EXC-NUMERO TO EXC-NUM-ED.
023120     DISPLAY EXC-NUM-ED " " EXC-ORIGEN(EXC-IDX) " "
023130         EXC-CODIGO(EXC-IDX) " " EXC-FECHA(EXC-IDX) " "
023140         EXC-ESTADO(EXC-IDX) "  " EXC-MOTIVO(EXC-IDX).
023150     IF EXC-RESUELTA(EXC-IDX)
023160         DISPLAY "    Resuelta el " EXC-FECHA-RES(EXC-IDX)
023170             ": " EXC-NOTA(EXC-IDX)
023180     END-IF.
023190 6025-EXIT.
023200     EXIT.
023210
023220*----------------------------------------------------------*
023230* 6035-PEDIR-NUMERO - PIDE Y VALIDA EL NUMERO DE ENTRADA   *
023240*                     (QUEDA EN EXC-NUMERO; 0 = INVALIDO)  *
023250*----------------------------------------------------------*
023260 6035-PEDIR-NUMERO.
023270     MOVE 0 TO EXC-NUMERO.
023280     DISPLAY "Ingrese el numero de la entrada: ".
023290     ACCEPT ENTRADA-NUM-EXC.
023300     INSPECT ENTRADA-NUM-EXC
023310         REPLACING LEADING SPACE BY ZERO.
023320     IF ENTRADA-NUM-EXC IS NOT NUMERIC
023330         DISPLAY "Numero invalido."
023340         GO TO 6035-EXIT
023350     END-IF.
023360     MOVE ENTRADA-NUM-EXC TO EXC-NUMERO.
023370     IF EXC-NUMERO = 0 OR EXC-NUMERO > EXC-CONTADOR
023380         DISPLAY "Numero fuera de rango."
023390         MOVE 0 TO EXC-NUMERO
023400     END-IF.
023410 6035-EXIT.
023420     EXIT.
023430
023440*----------------------------------------------------------*
023450* 6030-RESOLVER-EXCEPCION - MARCA UNA ENTRADA PENDIENTE    *
023460*                           COMO RESUELTA CON NOTA Y FECHA *
023470*----------------------------------------------------------*
023480 6030-RESOLVER-EXCEPCION.
023490
023500*    CON LA TABLA DESBORDADA EL REGRABADO PERDERIA LAS
023510*    ENTRADAS OMITIDAS; LA BITACORA SOLO SE CONSULTA.
023520     IF EXC-OMITIDOS > 0
023530         DISPLAY "La bitacora excede las 200 entradas de "
023540             "la tabla (" EXC-OMITIDOS " de mas); solo se "
023550             "permite listar."
023560         GO TO 6030-EXIT
023570     END-IF.
023580     PERFORM 6035-PEDIR-NUMERO THRU 6035-EXIT.
023590     IF EXC-NUMERO = 0
023600         GO TO 6030-EXIT
023610     END-IF.
023620     SET EXC-IDX TO EXC-NUMERO.
023630     IF EXC-RESUELTA(EXC-IDX)
023640         DISPLAY "La entrada ya estaba resuelta."
023650         GO TO 6030-EXIT
023660     END-IF.
023670     DISPLAY "Ingrese la nota de resolucion: ".
023680     ACCEPT TEMP-NOTA.
023690     MOVE "R" TO EXC-ESTADO(EXC-IDX).
023700     ACCEPT FECHA-HOY-EXC FROM DATE YYYYMMDD.
023710     MOVE FECHA-HOY-EXC TO EXC-FECHA-RES(EXC-IDX).
023720     MOVE TEMP-NOTA TO EXC-NOTA(EXC-IDX).
023730     PERFORM 6060-REGRABAR-EXCEPCIONES THRU 6060-EXIT.
023740     DISPLAY "Entrada marcada como resuelta.".
023750 6030-EXIT.
023760     EXIT.
023770
023780*----------------------------------------------------------*
023790* 6040-REENCOLAR-TARJETA - REGRESA UNA TARJETA DE TIEMPO   *
023800*                          CORREGIDA A TARJETAS.DAT Y      *
023810*                          MARCA LA ENTRADA COMO RESUELTA  *
023820*----------------------------------------------------------*
023830 6040-REENCOLAR-TARJETA.
023840
023850*    CON LA TABLA DESBORDADA EL REGRABADO PERDERIA LAS
023860*    ENTRADAS OMITIDAS; LA BITACORA SOLO SE CONSULTA.
023870     IF EXC-OMITIDOS > 0
023880         DISPLAY "La bitacora excede las 200 entradas de "
023890             "la tabla (" EXC-OMITIDOS " de mas); solo se "
023900             "permite listar."
023910         GO TO 6040-EXIT
023920     END-IF.
023930     PERFORM 6035-PEDIR-NUMERO THRU 6035-EXIT.
023940     IF EXC-NUMERO = 0
023950         GO TO 6040-EXIT
023960     END-IF.
023970     SET EXC-IDX TO EXC-NUMERO.
023980     IF EXC-ORIGEN(EXC-IDX) NOT = "TARJETAS"
023990         DISPLAY "Solo se reencolan entradas de origen "
024000             "TARJETAS."
024010         GO TO 6040-EXIT
024020     END-IF.
024030     IF EXC-RESUELTA(EXC-IDX)
024040         DISPLAY "La entrada ya estaba resuelta."
024050         GO TO 6040-EXIT
024060     END-IF.
024070
024080     DISPLAY "Ingrese las horas corregidas: ".
024090     ACCEPT ENTRADA-HORAS-EXC.
024100     INSPECT ENTRADA-HORAS-EXC
024110         REPLACING LEADING SPACE BY ZERO.
024120     IF ENTRADA-HORAS-EXC IS NOT NUMERIC
024130         DISPLAY "Horas invalidas; no se reencola."
024140         GO TO 6040-EXIT
024150     END-IF.
024160     MOVE ENTRADA-HORAS-EXC TO TEMP-HORAS-TARJ.
024170
024180*    EL ARCHIVO SE REGRABA CON LA TARJETA CORREGIDA ANTES
024190*    DEL REGISTRO DE CONTROL, Y ESTE SE ACTUALIZA PARA QUE
024200*    EL LOTE SIGA EN BALANCE.
024210     PERFORM 6045-CARGAR-TARJETAS THRU 6045-EXIT.
024220*    CON LA TABLA DESBORDADA EL REGRABADO PERDERIA
024230*    TARJETAS Y EL REGISTRO DE CONTROL QUEDARIA FALSO; EL
024240*    REENCOLADO NO PROCEDE.
024250     IF TARJ-OMITIDAS > 0
024260         DISPLAY "TARJETAS.DAT excede las 300 tarjetas de "
024270             "la tabla (" TARJ-OMITIDAS " de mas); no se "
024280             "reencola."
024290         GO TO 6040-EXIT
024300     END-IF.
024310     OPEN OUTPUT TARJETAS.
024320     IF NOT FS-TARJETAS-OK
024330         DISPLAY "No se pudo abrir TARJETAS.DAT."
024340         GO TO 6040-EXIT
024350     END-IF.
024360     PERFORM VARYING TARJ-IDX FROM 1 BY 1
024370             UNTIL TARJ-IDX > TARJ-CONTADOR
024380         MOVE TARJ-RENGLON(TARJ-IDX) TO TJ-REGISTRO
024390         WRITE TJ-REGISTRO
024400     END-PERFORM.
024410     MOVE SPACES TO TJ-REGISTRO.
024420     MOVE EXC-CODIGO(EXC-IDX)(1:6) TO TJ-EMPLEADO-ID.
024430     MOVE TEMP-HORAS-TARJ TO TJ-HORAS.
024440     WRITE TJ-REGISTRO.
024450     IF HAY-CONTROL-TARJETAS
024460         ADD 1 TO TARJ-CUENTA-CTL
024470         ADD TEMP-HORAS-TARJ TO TARJ-TOTAL-CTL
024480         MOVE SPACES TO TJ-REGISTRO
024490         MOVE "*" TO TJ-TR-MARCA
024500         MOVE TARJ-CUENTA-CTL TO TJ-TR-CUENTA
024510         MOVE TARJ-TOTAL-CTL TO TJ-TR-TOTAL
024520         WRITE TJ-REGISTRO
024530     END-IF.
024540     CLOSE TARJETAS.
024550
024560     MOVE "R" TO EXC-ESTADO(EXC-IDX).
024570     ACCEPT FECHA-HOY-EXC FROM DATE YYYYMMDD.
024580     MOVE FECHA-HOY-EXC TO EXC-FECHA-RES(EXC-IDX).
024590     MOVE "REENCOLADA A TARJETAS" TO EXC-NOTA(EXC-IDX).
024600     PERFORM 6060-REGRABAR-EXCEPCIONES THRU 6060-EXIT.
024610     DISPLAY "Tarjeta corregida reencolada a TARJETAS.DAT.".
024620 6040-EXIT.
024630     EXIT.
024640
024650*----------------------------------------------------------*
024660* 6045-CARGAR-TARJETAS - LEE TARJETAS.DAT A LA TABLA DE    *
024670*                        TRABAJO, APARTANDO EL REGISTRO DE *
024680*                        CONTROL SI EXISTE                 *
024690*----------------------------------------------------------*
024700 6045-CARGAR-TARJETAS.
024710     MOVE 0 TO TARJ-CONTADOR.
024720     MOVE 0 TO TARJ-OMITIDAS.
024730     MOVE "N" TO SW-HAY-CTL-TARJ.
024740     OPEN INPUT TARJETAS.
024750     IF NOT FS-TARJETAS-OK
024760         GO TO 6045-EXIT
024770     END-IF.
024780     MOVE "N" TO SW-FIN-TARJ.
024790     PERFORM UNTIL FIN-TARJETAS-OPS
024800         READ TARJETAS
024810             AT END
024820                 MOVE "S" TO SW-FIN-TARJ
024830             NOT AT END
024840                 IF TJ-TR-MARCA = "*"
024850                     MOVE "S" TO SW-HAY-CTL-TARJ
024860                     IF TJ-TR-CUENTA IS NUMERIC
024870                         MOVE TJ-TR-CUENTA
024880                             TO TARJ-CUENTA-CTL
024890                     END-IF
024900                     IF TJ-TR-TOTAL IS NUMERIC
024910                         MOVE TJ-TR-TOTAL TO TARJ-TOTAL-CTL
024920                     END-IF
024930                 ELSE
024940                     IF TARJ-CONTADOR >= 300
024950                         ADD 1 TO TARJ-OMITIDAS
024960                     ELSE
024970                         ADD 1 TO TARJ-CONTADOR
024980                         SET TARJ-IDX TO TARJ-CONTADOR
024990                         MOVE TJ-REGISTRO
025000                             TO TARJ-RENGLON(TARJ-IDX)
025010                     END-IF
025020                 END-IF
025030         END-READ
025040     END-PERFORM.
025050     CLOSE TARJETAS.
025060     IF TARJ-OMITIDAS > 0
025070         DISPLAY "Aviso: la tabla admite 300 tarjetas; se "
025080             "omitieron " TARJ-OMITIDAS " tarjetas."
025090     END-IF.
025100 6045-EXIT.
025110     EXIT.
025120
025130*----------------------------------------------------------*
025140* 6050-DEPURAR-RESUELTAS - MUEVE AL ARCHIVO MUERTO LAS     *
025150*                          ENTRADAS RESUELTAS ANTES DE LA  *
025160*                          FECHA DE CORTE                  *
025170*----------------------------------------------------------*
025180 6050-DEPURAR-RESUELTAS.
025190
025200*    CON LA TABLA DESBORDADA EL REGRABADO PERDERIA LAS
025210*    ENTRADAS OMITIDAS; LA BITACORA SOLO SE CONSULTA.
025220     IF EXC-OMITIDOS > 0
025230         DISPLAY "La bitacora excede las 200 entradas de "
025240             "la tabla (" EXC-OMITIDOS " de mas); solo se "
025250             "permite listar."
025260         GO TO 6050-EXIT
025270     END-IF.
025280     DISPLAY "Ingrese la fecha de corte (AAAAMMDD): ".
025290     ACCEPT FECHA-CORTE.
025300     IF FECHA-CORTE IS NOT NUMERIC OR FECHA-CORTE = 0
025310         DISPLAY "Fecha invalida; no se depura."
025320         GO TO 6050-EXIT
025330     END-IF.
025340
025350     OPEN EXTEND EXCEPARCH.
025360     IF NOT FS-EXCEPARCH-OK
025370         OPEN OUTPUT EXCEPARCH
025380         IF NOT FS-EXCEPARCH-OK
025390             DISPLAY "No se pudo abrir el archivo muerto."
025400             GO TO 6050-EXIT
025410         END-IF
025420     END-IF.
025430
025440     MOVE 0 TO EXC-DEPURADOS.
025450     PERFORM VARYING EXC-IDX FROM 1 BY 1
025460             UNTIL EXC-IDX > EXC-CONTADOR
025470         IF EXC-RESUELTA(EXC-IDX)
025480                 AND EXC-FECHA-RES(EXC-IDX) < FECHA-CORTE
025490             PERFORM 6055-ARCHIVAR-ENTRADA THRU 6055-EXIT
025500         END-IF
025510     END-PERFORM.
025520     CLOSE EXCEPARCH.
025530
025540     IF EXC-DEPURADOS > 0
025550*        LAS ENTRADAS DEPURADAS SE MARCAN CON ORIGEN EN
025560*        BLANCO Y EL REGRABADO LAS OMITE, COMPACTANDO LA
025570*        BITACORA ACTIVA.
025580         PERFORM 6060-REGRABAR-EXCEPCIONES THRU 6060-EXIT
025590         PERFORM 6010-CARGAR-EXCEPCIONES THRU 6010-EXIT
025600     END-IF.
025610     DISPLAY "Entradas depuradas al archivo muerto: "
025620         EXC-DEPURADOS.
025630 6050-EXIT.
025640     EXIT.
025650
025660 6055-ARCHIVAR-ENTRADA.
025670     MOVE SPACES TO EX-REGISTRO.
025680     MOVE EXC-ORIGEN(EXC-IDX)    TO EX-ORIGEN.
025690     MOVE EXC-CODIGO(EXC-IDX)    TO EX-CODIGO.
025700     MOVE EXC-MOTIVO(EXC-IDX)    TO EX-MOTIVO.
025710     MOVE EXC-OPERADOR(EXC-IDX)  TO EX-OPERADOR.
025720     MOVE EXC-FECHA(EXC-IDX)     TO EX-FECHA.
025730     MOVE EXC-ESTADO(EXC-IDX)    TO EX-ESTADO.
025740     MOVE EXC-FECHA-RES(EXC-IDX) TO EX-FECHA-RES.
025750     MOVE EXC-NOTA(EXC-IDX)      TO EX-NOTA.
025760     MOVE EX-REGISTRO TO EA-REGISTRO.
025770     WRITE EA-REGISTRO.
025780     MOVE SPACES TO EXC-ORIGEN(EXC-IDX).
025790     ADD 1 TO EXC-DEPURADOS.
025800 6055-EXIT.
025810     EXIT.
025820
025830*----------------------------------------------------------*
025840* 6060-REGRABAR-EXCEPCIONES - REGRABA LA BITACORA ACTIVA   *
025850*                             DESDE LA TABLA, OMITIENDO    *
025860*                             LAS ENTRADAS DEPURADAS       *
025870*----------------------------------------------------------*
025880 6060-REGRABAR-EXCEPCIONES.
025890     IF EXC-OMITIDOS > 0
025900         DISPLAY "La tabla no contiene la bitacora "
025910             "completa; no se regraba."
025920         GO TO 6060-EXIT
025930     END-IF.
025940     OPEN OUTPUT EXCEPCION.
025950     IF NOT FS-EXCEPCION-OK
025960         DISPLAY "No se pudo regrabar la bitacora de "
025970             "excepciones."
025980         GO TO 6060-EXIT
025990     END-IF.
026000     PERFORM VARYING EXC-IDX FROM 1 BY 1
026010             UNTIL EXC-IDX > EXC-CONTADOR
026020         IF EXC-ORIGEN(EXC-IDX) NOT = SPACES
026030             MOVE SPACES TO EX-REGISTRO
026040             MOVE EXC-ORIGEN(EXC-IDX)    TO EX-ORIGEN
026050             MOVE EXC-CODIGO(EXC-IDX)    TO EX-CODIGO
026060             MOVE EXC-MOTIVO(EXC-IDX)    TO EX-MOTIVO
026070             MOVE EXC-OPERADOR(EXC-IDX)  TO EX-OPERADOR
026080             MOVE EXC-FECHA(EXC-IDX)     TO EX-FECHA
026090             MOVE EXC-ESTADO(EXC-IDX)    TO EX-ESTADO
026100             MOVE EXC-FECHA-RES(EXC-IDX) TO EX-FECHA-RES
026110             MOVE EXC-NOTA(EXC-IDX)      TO EX-NOTA
026120             WRITE EX-REGISTRO
026130         END-IF
026140     END-PERFORM.
026150     CLOSE EXCEPCION.
026160 6060-EXIT.
026170     EXIT.
026180
026190*----------------------------------------------------------*
026200* 7000-ESCRIBIR-JORNAL - GRABA UN RENGLON DEL DIARIO DE    *
026210*                        CORRIDA (RUNJRNL.DAT)             *
026220*----------------------------------------------------------*
026230 7000-ESCRIBIR-JORNAL.
026240     OPEN EXTEND RUNJRNL.
026250     IF NOT FS-RUNJRNL-OK
026260         OPEN OUTPUT RUNJRNL
026270         IF NOT FS-RUNJRNL-OK
026280             DISPLAY "No se pudo grabar el diario de corrida."
026290             GO TO 7000-EXIT
026300         END-IF
026310     END-IF.
026320     ACCEPT RJ-FECHA FROM DATE YYYYMMDD.
026330     MOVE HORA-INICIO-PASO TO RJ-HORA-INICIO.
026340     MOVE HORA-FIN-PASO TO RJ-HORA-FIN.
026350     MOVE PASO-ACTUAL TO RJ-PASO.
026360     MOVE RESULTADO-PASO TO RJ-RESULTADO.
026370     WRITE RJ-REGISTRO.
026380     CLOSE RUNJRNL.
026390 7000-EXIT.
026400     EXIT.
026410
026420
026430*----------------------------------------------------------*
026440* 8000-RESPALDO-MAESTROS - ROTA LAS GENERACIONES Y         *
026450*                          DESCARGA CADA MAESTRO A SU      *
026460*                          GENERACION .G1 CON ENCABEZADO   *
026470*                          FECHADO                         *
026480*----------------------------------------------------------*
026490 8000-RESPALDO-MAESTROS.
026500     MOVE "N" TO SW-RESPALDO-FALLIDO.
026510     PERFORM 8050-LEER-CONFIG THRU 8050-EXIT.
026520     ACCEPT FECHA-RESPALDO FROM DATE YYYYMMDD.
026530     PERFORM VARYING MAESTRO-SEL FROM 1 BY 1
026540             UNTIL MAESTRO-SEL > 3
026550         PERFORM 8010-RESPALDAR-UNO THRU 8010-EXIT
026560     END-PERFORM.
026570     IF RESPALDO-FALLIDO
026580         DISPLAY "** RESPALDO DE MAESTROS INCOMPLETO; "
026590             "REVISE LOS MENSAJES ANTERIORES **"
026600     ELSE
026610         DISPLAY "Respaldo de maestros terminado ("
026620             NUM-GENERACIONES " generaciones)."
026630     END-IF.
026640 8000-EXIT.
026650     EXIT.
026660
026670*----------------------------------------------------------*
026680* 8050-LEER-CONFIG - NUMERO DE GENERACIONES A CONSERVAR    *
026690*----------------------------------------------------------*
026700 8050-LEER-CONFIG.
026710     MOVE 3 TO NUM-GENERACIONES.
026720     OPEN INPUT RESPCTL.
026730     IF FS-RESPCTL-OK
026740         READ RESPCTL
026750             AT END
026760                 CONTINUE
026770             NOT AT END
026780                 IF RS-GENERACIONES IS NUMERIC
026790                         AND RS-GENERACIONES >= 1
026800                     MOVE RS-GENERACIONES
026810                         TO NUM-GENERACIONES
026820                 END-IF
026830         END-READ
026840         CLOSE RESPCTL
026850     END-IF.
026860 8050-EXIT.
026870     EXIT.
026880
026890*----------------------------------------------------------*
026900* 8015-NOMBRE-BASE - NOMBRE BASE DEL MAESTRO SELECCIONADO  *
026910*----------------------------------------------------------*
026920 8015-NOMBRE-BASE.
026930     EVALUATE MAESTRO-SEL
026940         WHEN 1
026950             MOVE "INVMAST" TO MAESTRO-BASE
026960         WHEN 2
026970             MOVE "NOMINA" TO MAESTRO-BASE
026980         WHEN 3
026990             MOVE "PROVMAST" TO MAESTRO-BASE
027000     END-EVALUATE.
027010 8015-EXIT.
027020     EXIT.
027030
027040*----------------------------------------------------------*
027050* 8010-RESPALDAR-UNO - ROTA .G1..GN DE UN MAESTRO Y        *
027060*                      DESCARGA SU CONTENIDO ACTUAL A .G1  *
027070*----------------------------------------------------------*
027080 8010-RESPALDAR-UNO.
027090     PERFORM 8015-NOMBRE-BASE THRU 8015-EXIT.
027100*    LA GENERACION MAS VIEJA SE SOBREESCRIBE: G(N-1) PASA
027110*    A G(N), ..., G1 PASA A G2, Y EL MAESTRO ACTUAL SE
027120*    DESCARGA COMO G1.
027130     IF NUM-GENERACIONES > 1
027140         PERFORM VARYING GEN-ACTUAL
027150                 FROM NUM-GENERACIONES BY -1
027160                 UNTIL GEN-ACTUAL < 2
027170             PERFORM 8020-ROTAR-GENERACION THRU 8020-EXIT
027180         END-PERFORM
027190     END-IF.
027200     PERFORM 8040-DESCARGAR-MAESTRO THRU 8040-EXIT.
027210 8010-EXIT.
027220     EXIT.
027230
027240*----------------------------------------------------------*
027250* 8020-ROTAR-GENERACION - COPIA .G(GEN-1) SOBRE .G(GEN)    *
027260*----------------------------------------------------------*
027270 8020-ROTAR-GENERACION.
027280     COMPUTE GEN-DIGITO = GEN-ACTUAL - 1.
027290     MOVE SPACES TO GEN-NOMBRE-IN.
027300     STRING MAESTRO-BASE DELIMITED BY SPACE
027310         ".G" GEN-DIGITO DELIMITED BY SIZE
027320         INTO GEN-NOMBRE-IN.
027330     MOVE SPACES TO GEN-NOMBRE-OUT.
027340     STRING MAESTRO-BASE DELIMITED BY SPACE
027350         ".G" GEN-ACTUAL DELIMITED BY SIZE
027360         INTO GEN-NOMBRE-OUT.
027370     OPEN INPUT GENIN.
027380     IF NOT FS-GENIN-OK
027390         GO TO 8020-EXIT
027400     END-IF.
027410     OPEN OUTPUT GENOUT.
027420     IF NOT FS-GENOUT-OK
027430         DISPLAY "No se pudo rotar la generacion "
027440             GEN-NOMBRE-OUT
027450         MOVE "S" TO SW-RESPALDO-FALLIDO
027460         CLOSE GENIN
027470         GO TO 8020-EXIT
027480     END-IF.
027490     MOVE "N" TO SW-FIN-GEN.
027500     PERFORM UNTIL FIN-GENERACION
027510         READ GENIN
027520             AT END
027530                 MOVE "S" TO SW-FIN-GEN
027540             NOT AT END
027550                 MOVE GI-REGISTRO TO GO-REGISTRO
027560                 WRITE GO-REGISTRO
027570         END-READ
027580     END-PERFORM.
027590     IF NOT FS-GENOUT-OK
027600         DISPLAY "Error al escribir la generacion "
027610             GEN-NOMBRE-OUT ": " FS-GENOUT
027620         MOVE "S" TO SW-RESPALDO-FALLIDO
027630     END-IF.
027640     CLOSE GENIN.
027650     CLOSE GENOUT.
027660 8020-EXIT.
027670     EXIT.
027680
027690*----------------------------------------------------------*
027700* 8040-DESCARGAR-MAESTRO - DESCARGA EL MAESTRO ACTUAL A SU *
027710*                          GENERACION .G1 CON ENCABEZADO   *
027720*                          FECHADO                         *
027730*----------------------------------------------------------*
027740 8040-DESCARGAR-MAESTRO.
027750     MOVE SPACES TO GEN-NOMBRE-OUT.
027760     STRING MAESTRO-BASE DELIMITED BY SPACE
027770         ".G1" DELIMITED BY SIZE
027780         INTO GEN-NOMBRE-OUT.
027790     MOVE 0 TO GEN-REGISTROS.
027800
027810*    UN MAESTRO QUE AUN NO EXISTE NO ES FALLA; CUALQUIER
027820*    OTRO ERROR DE APERTURA DEJA EL RESPALDO MARCADO COMO
027830*    FALLIDO.
027840     EVALUATE MAESTRO-SEL
027850         WHEN 1
027860             OPEN INPUT INVENTAR
027870             IF FS-INVENTAR-NO-EXISTE
027880                 DISPLAY "Sin maestro de inventario que "
027890                     "respaldar."
027900                 GO TO 8040-EXIT
027910             END-IF
027920             IF NOT FS-INVENTAR-OK
027930                 DISPLAY "Error al abrir el maestro de "
027940                     "inventario: " FS-INVENTAR
027950                 MOVE "S" TO SW-RESPALDO-FALLIDO
027960                 GO TO 8040-EXIT
027970             END-IF
027980         WHEN 2
027990             OPEN INPUT NOMINA-ARCH
028000             IF FS-NOMINA-NO-EXISTE
028010                 DISPLAY "Sin maestro de nomina que "
028020                     "respaldar."
028030                 GO TO 8040-EXIT
028040             END-IF
028050             IF NOT FS-NOMINA-OK
028060                 DISPLAY "Error al abrir el maestro de "
028070                     "nomina: " FS-NOMINA
028080                 MOVE "S" TO SW-RESPALDO-FALLIDO
028090                 GO TO 8040-EXIT
028100             END-IF
028110         WHEN 3
028120             OPEN INPUT PROVEEDOR
028130             IF FS-PROVEEDOR-NO-EXISTE
028140                 DISPLAY "Sin maestro de proveedores que "
028150                     "respaldar."
028160                 GO TO 8040-EXIT
028170             END-IF
028180             IF NOT FS-PROVEEDOR-OK
028190                 DISPLAY "Error al abrir el maestro de "
028200                     "proveedores: " FS-PROVEEDOR
028210                 MOVE "S" TO SW-RESPALDO-FALLIDO
028220                 GO TO 8040-EXIT
028230             END-IF
028240     END-EVALUATE.
028250
028260     OPEN OUTPUT GENOUT.
028270     IF NOT FS-GENOUT-OK
028280         DISPLAY "No se pudo crear la generacion "
028290             GEN-NOMBRE-OUT
028300         MOVE "S" TO SW-RESPALDO-FALLIDO
028310         PERFORM 8045-CERRAR-MAESTRO THRU 8045-EXIT
028320         GO TO 8040-EXIT
028330     END-IF.
028340     MOVE SPACES TO GO-REGISTRO.
028350     STRING "*RESPALDO " FECHA-RESPALDO " " MAESTRO-BASE
028360         DELIMITED BY SIZE INTO GO-REGISTRO.
028370     WRITE GO-REGISTRO.
028380
028390     MOVE "N" TO SW-FIN-GEN.
028400     PERFORM UNTIL FIN-GENERACION
028410         PERFORM 8042-LEER-MAESTRO THRU 8042-EXIT
028420         IF NOT FIN-GENERACION
028430             WRITE GO-REGISTRO
028440             ADD 1 TO GEN-REGISTROS
028450         END-IF
028460     END-PERFORM.
028470     IF NOT FS-GENOUT-OK
028480         DISPLAY "Error al escribir la generacion "
028490             GEN-NOMBRE-OUT ": " FS-GENOUT
028500         MOVE "S" TO SW-RESPALDO-FALLIDO
028510     END-IF.
028520     CLOSE GENOUT.
028530     PERFORM 8045-CERRAR-MAESTRO THRU 8045-EXIT.
028540     DISPLAY "Respaldado " MAESTRO-BASE " en "
028550         GEN-NOMBRE-OUT ": " GEN-REGISTROS " registros.".
028560 8040-EXIT.
028570     EXIT.
028580
028590 8042-LEER-MAESTRO.
028600     MOVE SPACES TO GO-REGISTRO.
028610     EVALUATE MAESTRO-SEL
028620         WHEN 1
028630             READ INVENTAR NEXT RECORD
028640                 AT END
028650                     MOVE "S" TO SW-FIN-GEN
028660                 NOT AT END
028670                     MOVE IV-REGISTRO TO GO-REGISTRO
028680             END-READ
028690         WHEN 2
028700             READ NOMINA-ARCH NEXT RECORD
028710                 AT END
028720                     MOVE "S" TO SW-FIN-GEN
028730                 NOT AT END
028740                     MOVE NO-REGISTRO TO GO-REGISTRO
028750             END-READ
028760         WHEN 3
028770             READ PROVEEDOR NEXT RECORD
028780                 AT END
028790                     MOVE "S" TO SW-FIN-GEN
028800                 NOT AT END
028810                     MOVE PV-REGISTRO TO GO-REGISTRO
028820             END-READ
028830     END-EVALUATE.
028840 8042-EXIT.
028850     EXIT.
028860
028870 8045-CERRAR-MAESTRO.
028880     EVALUATE MAESTRO-SEL
028890         WHEN 1
028900             CLOSE INVENTAR
028910         WHEN 2
028920             CLOSE NOMINA-ARCH
028930         WHEN 3
028940             CLOSE PROVEEDOR
028950     END-EVALUATE.
028960 8045-EXIT.
028970     EXIT.
028980
028990*----------------------------------------------------------*
029000* 8100-RESTAURAR-MAESTRO - LISTA LAS GENERACIONES          *
029010*                          DISPONIBLES DE UN MAESTRO,      *
029020*                          VERIFICA QUE LA ELEGIDA SE LEA  *
029030*                          COMPLETA Y RECONSTRUYE EL       *
029040*                          MAESTRO DESDE ELLA; SOLO        *
029050*                          SUPERVISORES                    *
029060*----------------------------------------------------------*
029070 8100-RESTAURAR-MAESTRO.
029080     IF HAY-OPERADORES AND NIVEL-OPERADOR NOT = 2
029090         DISPLAY "Opcion restringida a supervisores."
029100         GO TO 8100-EXIT
029110     END-IF.
029120     PERFORM 8050-LEER-CONFIG THRU 8050-EXIT.
029130
029140     MOVE 0 TO MAESTRO-SEL.
029150     PERFORM UNTIL MAESTRO-SEL >= 1 AND MAESTRO-SEL <= 3
029160         DISPLAY "1. Maestro de Inventario (INVMAST)"
029170         DISPLAY "2. Maestro de Nomina (NOMINA)"
029180         DISPLAY "3. Maestro de Proveedores (PROVMAST)"
029190         DISPLAY "Seleccione el maestro a restaurar: "
029200         ACCEPT MAESTRO-SEL
029210     END-PERFORM.
029220     PERFORM 8015-NOMBRE-BASE THRU 8015-EXIT.
029230
029240*    SE LISTAN LAS GENERACIONES QUE EXISTEN, CON LA FECHA
029250*    DE SU ENCABEZADO.
029260     DISPLAY "Generaciones disponibles de " MAESTRO-BASE ":".
029270     PERFORM VARYING GEN-ACTUAL FROM 1 BY 1
029280             UNTIL GEN-ACTUAL > NUM-GENERACIONES
029290         PERFORM 8105-MOSTRAR-GENERACION THRU 8105-EXIT
029300     END-PERFORM.
029310
029320     DISPLAY "Ingrese el numero de generacion a restaurar: ".
029330     ACCEPT ENTRADA-GEN.
029340     IF ENTRADA-GEN IS NOT NUMERIC
029350         DISPLAY "Generacion invalida."
029360         GO TO 8100-EXIT
029370     END-IF.
029380     MOVE ENTRADA-GEN TO GEN-ELEGIDA.
029390     IF GEN-ELEGIDA < 1 OR GEN-ELEGIDA > NUM-GENERACIONES
029400         DISPLAY "Generacion fuera de rango."
029410         GO TO 8100-EXIT
029420     END-IF.
029430
029440     PERFORM 8110-VERIFICAR-GENERACION THRU 8110-EXIT.
029450     IF NOT GEN-LEGIBLE
029460         DISPLAY "La generacion no se pudo leer completa; "
029470             "no se restaura."
029480         GO TO 8100-EXIT
029490     END-IF.
029500
029510     PERFORM 8120-RECARGAR-MAESTRO THRU 8120-EXIT.
029520 8100-EXIT.
029530     EXIT.
029540
029550 8105-MOSTRAR-GENERACION.
029560     MOVE SPACES TO GEN-NOMBRE-IN.
029570     STRING MAESTRO-BASE DELIMITED BY SPACE
029580         ".G" GEN-ACTUAL DELIMITED BY SIZE
029590         INTO GEN-NOMBRE-IN.
029600     OPEN INPUT GENIN.
029610     IF NOT FS-GENIN-OK
029620         GO TO 8105-EXIT
029630     END-IF.
029640     READ GENIN
029650         AT END
029660             DISPLAY "  G" GEN-ACTUAL " (vacia)"
029670         NOT AT END
029680             IF GI-REGISTRO(1:1) = "*"
029690                 DISPLAY "  G" GEN-ACTUAL " "
029700                     GI-REGISTRO(2:30)
029710             ELSE
029720                 DISPLAY "  G" GEN-ACTUAL " (sin encabezado)"
029730             END-IF
029740     END-READ.
029750     CLOSE GENIN.
029760 8105-EXIT.
029770     EXIT.
029780
029790*----------------------------------------------------------*
029800* 8110-VERIFICAR-GENERACION - LEE LA GENERACION COMPLETA Y *
029810*                             CUENTA SUS REGISTROS ANTES   *
029820*                             DE TOCAR EL MAESTRO          *
029830*----------------------------------------------------------*
029840 8110-VERIFICAR-GENERACION.
029850     MOVE "N" TO SW-GEN-LEGIBLE.
029860     MOVE 0 TO GEN-REGISTROS.
029870     MOVE SPACES TO GEN-NOMBRE-IN.
029880     STRING MAESTRO-BASE DELIMITED BY SPACE
029890         ".G" GEN-ELEGIDA DELIMITED BY SIZE
029900         INTO GEN-NOMBRE-IN.
029910     OPEN INPUT GENIN.
029920     IF NOT FS-GENIN-OK
029930         DISPLAY "La generacion " GEN-NOMBRE-IN
029940             " no existe."
029950         GO TO 8110-EXIT
029960     END-IF.
029970     MOVE "N" TO SW-FIN-GEN.
029980     PERFORM UNTIL FIN-GENERACION
029990         READ GENIN
030000             AT END
030010                 MOVE "S" TO SW-FIN-GEN
030020             NOT AT END
030030                 IF GI-REGISTRO(1:1) NOT = "*"
030040                         AND GI-REGISTRO NOT = SPACES
030050                     ADD 1 TO GEN-REGISTROS
030060                 END-IF
030070         END-READ
030080     END-PERFORM.
030090     CLOSE GENIN.
030100     IF FS-GENIN-OK
030110         MOVE "S" TO SW-GEN-LEGIBLE
030120         DISPLAY "Generacion verificada: " GEN-REGISTROS
030130             " registros legibles."
030140     END-IF.
030150 8110-EXIT.
030160     EXIT.
030170
030180*----------------------------------------------------------*
030190* 8120-RECARGAR-MAESTRO - RECONSTRUYE EL MAESTRO INDEXADO  *
030200*                         DESDE LA GENERACION VERIFICADA   *
030210*----------------------------------------------------------*
030220 8120-RECARGAR-MAESTRO.
030230     MOVE 0 TO GEN-CARGADOS.
030240     MOVE 0 TO GEN-ERRORES.
030250     EVALUATE MAESTRO-SEL
030260         WHEN 1
030270             OPEN OUTPUT INVENTAR
030280             IF NOT FS-INVENTAR-OK
030290                 DISPLAY "No se pudo abrir el maestro a "
030300                     "restaurar: " FS-INVENTAR
030310                 GO TO 8120-EXIT
030320             END-IF
030330         WHEN 2
030340             OPEN OUTPUT NOMINA-ARCH
030350             IF NOT FS-NOMINA-OK
030360                 DISPLAY "No se pudo abrir el maestro a "
030370                     "restaurar: " FS-NOMINA
030380                 GO TO 8120-EXIT
030390             END-IF
030400         WHEN 3
030410             OPEN OUTPUT PROVEEDOR
030420             IF NOT FS-PROVEEDOR-OK
030430                 DISPLAY "No se pudo abrir el maestro a "
030440                     "restaurar: " FS-PROVEEDOR
030450                 GO TO 8120-EXIT
030460             END-IF
030470     END-EVALUATE.
030480
030490     OPEN INPUT GENIN.
030500     IF NOT FS-GENIN-OK
030510         DISPLAY "No se pudo releer la generacion "
030520             GEN-NOMBRE-IN "; no se restaura."
030530         PERFORM 8045-CERRAR-MAESTRO THRU 8045-EXIT
030540         GO TO 8120-EXIT
030550     END-IF.
030560     MOVE "N" TO SW-FIN-GEN.
030570     PERFORM UNTIL FIN-GENERACION
030580         READ GENIN
030590             AT END
030600                 MOVE "S" TO SW-FIN-GEN
030610             NOT AT END
030620                 IF GI-REGISTRO(1:1) NOT = "*"
030630                         AND GI-REGISTRO NOT = SPACES
030640                     PERFORM 8125-CARGAR-REGISTRO
030650                         THRU 8125-EXIT
030660                 END-IF
030670         END-READ
030680     END-PERFORM.
030690     CLOSE GENIN.
030700     PERFORM 8045-CERRAR-MAESTRO THRU 8045-EXIT.
030710     DISPLAY "Maestro " MAESTRO-BASE " restaurado: "
030720         GEN-CARGADOS " registros, " GEN-ERRORES
030730         " errores.".
030740 8120-EXIT.
030750     EXIT.
030760
030770 8125-CARGAR-REGISTRO.
030780     EVALUATE MAESTRO-SEL
030790         WHEN 1
030800             MOVE GI-REGISTRO TO IV-REGISTRO
030810             WRITE IV-REGISTRO
030820                 INVALID KEY
030830                     ADD 1 TO GEN-ERRORES
030840                 NOT INVALID KEY
030850                     ADD 1 TO GEN-CARGADOS
030860             END-WRITE
030870         WHEN 2
030880             MOVE GI-REGISTRO TO NO-REGISTRO
030890             WRITE NO-REGISTRO
030900                 INVALID KEY
030910                     ADD 1 TO GEN-ERRORES
030920                 NOT INVALID KEY
030930                     ADD 1 TO GEN-CARGADOS
030940             END-WRITE
030950         WHEN 3
030960             MOVE GI-REGISTRO TO PV-REGISTRO
030970             WRITE PV-REGISTRO
030980                 INVALID KEY
030990                     ADD 1 TO GEN-ERRORES
031000                 NOT INVALID KEY
031010                     ADD 1 TO GEN-CARGADOS
031020             END-WRITE
031030     END-EVALUATE.
031040 8125-EXIT.
031050     EXIT.
031060
031070*----------------------------------------------------------*
031080* 8200-DEPURAR-HISTORICOS - MUEVE A ARCHIVOS FECHADOS LAS  *
031090*                           ENTRADAS DE LAS BITACORAS      *
031100*                           HISTORICAS ANTERIORES A LA     *
031110*                           FECHA DE CORTE Y DEJA EN EL    *
031120*                           DIARIO LO QUE SE MOVIO         *
031130*----------------------------------------------------------*
031140 8200-DEPURAR-HISTORICOS.
031150     IF HAY-OPERADORES AND NIVEL-OPERADOR NOT = 2
031160         DISPLAY "Opcion restringida a supervisores."
031170         GO TO 8200-EXIT
031180     END-IF.
031190     ACCEPT HIS-HOY FROM DATE YYYYMMDD.
031200     DISPLAY "Ingrese la fecha de corte (AAAAMMDD); se "
031210         "archiva lo anterior a ella: ".
031220     ACCEPT HIS-CORTE.
031230     IF HIS-CORTE IS NOT NUMERIC
031240         DISPLAY "Fecha invalida; no se depura."
031250         GO TO 8200-EXIT
031260     END-IF.
031270     IF HIS-CORTE-MES < 1 OR HIS-CORTE-MES > 12
031280             OR HIS-CORTE-DIA < 1 OR HIS-CORTE-DIA > 31
031290         DISPLAY "Fecha invalida; no se depura."
031300         GO TO 8200-EXIT
031310     END-IF.
031320     IF HIS-CORTE > HIS-HOY
031330         DISPLAY "La fecha de corte no puede ser posterior "
031340             "a hoy; no se depura."
031350         GO TO 8200-EXIT
031360     END-IF.
031370     ACCEPT HORA-INICIO-PASO FROM TIME.
031380     MOVE SPACES TO PASO-ACTUAL.
031390     STRING "DEPURACION AL " HIS-CORTE DELIMITED BY SIZE
031400         INTO PASO-ACTUAL.
031410
031420*    EL ULTIMO DIA QUE SE ARCHIVA ES EL ANTERIOR AL CORTE; SU
031430*    PERIODO DEBE ESTAR CERRADO EN INVENTARIO Y EN NOMINA.
031440*    LOS PERIODOS SE CIERRAN EN ORDEN, ASI QUE LOS ANTERIORES
031450*    YA LO ESTAN.
031460     MOVE HIS-CORTE-ANO TO HIS-ULT-ANO.
031470     MOVE HIS-CORTE-MES TO HIS-ULT-MES.
031480     IF HIS-CORTE-DIA = 1
031490         IF HIS-ULT-MES = 1
031500             MOVE 12 TO HIS-ULT-MES
031510             SUBTRACT 1 FROM HIS-ULT-ANO
031520         ELSE
031530             SUBTRACT 1 FROM HIS-ULT-MES
031540         END-IF
031550     END-IF.
031560     PERFORM 8210-VERIFICAR-PERIODOS THRU 8210-EXIT.
031570     IF NOT HIS-INV-CERRADO OR NOT HIS-NOM-CERRADO
031580         IF NOT HIS-INV-CERRADO
031590             DISPLAY "El periodo " HIS-PERIODO-ULT
031600                 " no esta cerrado en inventario."
031610         END-IF
031620         IF NOT HIS-NOM-CERRADO
031630             DISPLAY "El periodo " HIS-PERIODO-ULT
031640                 " no esta cerrado en nomina."
031650         END-IF
031660         DISPLAY "El corte cae en un periodo abierto; no se "
031670             "depura."
031680         MOVE "RECHAZADA" TO RESULTADO-PASO
031690         ACCEPT HORA-FIN-PASO FROM TIME
031700         PERFORM 7000-ESCRIBIR-JORNAL THRU 7000-EXIT
031710         GO TO 8200-EXIT
031720     END-IF.
031730
031740*    EL REGISTRO DE NOMINA DEL ANO EN CURSO SE NECESITA PARA
031750*    LAS CONSTANCIAS Y ACUMULADOS DEL ANO FISCAL.
031760     COMPUTE HIS-INICIO-ANO = HIS-HOY-ANO * 10000 + 101.
031770
031780     MOVE "N" TO SW-HIS-FALLA.
031790     MOVE 0 TO HIS-APERTURAS.
031800     PERFORM VARYING HIS-SEL FROM 1 BY 1 UNTIL HIS-SEL > 4
031810         PERFORM 8220-DEPURAR-UNO THRU 8220-EXIT
031820     END-PERFORM.
031830
031840*    EL DIARIO SE DEPURA AL FINAL, ASI QUE ESTOS RENGLONES
031850*    QUEDAN EN EL DIARIO VIGENTE.
031860     IF HIS-FALLA
031870         MOVE "INCOMPLETA" TO RESULTADO-PASO
031880     ELSE
031890         MOVE "OK" TO RESULTADO-PASO
031900     END-IF.
031910     ACCEPT HORA-FIN-PASO FROM TIME.
031920     PERFORM 7000-ESCRIBIR-JORNAL THRU 7000-EXIT.
031930     PERFORM VARYING HIS-SEL FROM 1 BY 1 UNTIL HIS-SEL > 4
031940         PERFORM 8290-JORNAL-ARCHIVO THRU 8290-EXIT
031950     END-PERFORM.
031960     DISPLAY "Saldos iniciales grabados en MOVLOG.DAT: "
031970         HIS-APERTURAS.
031980     IF HIS-FALLA
031990         DISPLAY "** DEPURACION INCOMPLETA; REVISE LOS "
032000             "MENSAJES ANTERIORES **"
032010     END-IF.
032020 8200-EXIT.
032030     EXIT.
032040
032050*----------------------------------------------------------*
032060* 8210-VERIFICAR-PERIODOS - BUSCA EL PERIODO DEL ULTIMO    *
032070*                           DIA ARCHIVADO EN LOS           *
032080*                           CALENDARIOS DE CIERRE (SIN     *
032090*                           CALENDARIO NO HAY CERRADOS)    *
032100*----------------------------------------------------------*
032110 8210-VERIFICAR-PERIODOS.
032120     MOVE "N" TO SW-HIS-INV-CERRADO.
032130     MOVE "N" TO SW-HIS-NOM-CERRADO.
032140     OPEN INPUT PERINV.
032150     IF FS-PERINV-OK
032160         MOVE "N" TO SW-FIN-HIS
032170         PERFORM UNTIL FIN-HISTORICO
032180             READ PERINV
032190                 AT END
032200                     MOVE "S" TO SW-FIN-HIS
032210                 NOT AT END
032220                     IF PI-PERIODO = HIS-PERIODO-ULT
032230                             AND PI-ESTADO = "C"
032240                         MOVE "S" TO SW-HIS-INV-CERRADO
032250                     END-IF
032260             END-READ
032270         END-PERFORM
032280         CLOSE PERINV
032290     END-IF.
032300     OPEN INPUT PERNOM.
032310     IF FS-PERNOM-OK
032320         MOVE "N" TO SW-FIN-HIS
032330         PERFORM UNTIL FIN-HISTORICO
032340             READ PERNOM
032350                 AT END
032360                     MOVE "S" TO SW-FIN-HIS
032370                 NOT AT END
032380                     IF PC-PERIODO = HIS-PERIODO-ULT
032390                             AND PC-ESTADO = "C"
032400                         MOVE "S" TO SW-HIS-NOM-CERRADO
032410                     END-IF
032420             END-READ
032430         END-PERFORM
032440         CLOSE PERNOM
032450     END-IF.
032460 8210-EXIT.
032470     EXIT.
032480
032490*----------------------------------------------------------*
032500* 8215-NOMBRES-HISTORICO - ARCHIVO VIGENTE Y ARCHIVO       *
032510*                          FECHADO DE LA BITACORA          *
032520*                          SELECCIONADA                    *
032530*----------------------------------------------------------*
032540 8215-NOMBRES-HISTORICO.
032550     EVALUATE HIS-SEL
032560         WHEN 1
032570             MOVE "MOVLOG" TO HIS-BASE
032580             MOVE "MOV" TO HIS-PREFIJO
032590         WHEN 2
032600             MOVE "PRECLOG" TO HIS-BASE
032610             MOVE "PRE" TO HIS-PREFIJO
032620         WHEN 3
032630             MOVE "REGISTRO" TO HIS-BASE
032640             MOVE "REG" TO HIS-PREFIJO
032650         WHEN 4
032660             MOVE "RUNJRNL" TO HIS-BASE
032670             MOVE "JRN" TO HIS-PREFIJO
032680     END-EVALUATE.
032690     MOVE SPACES TO GEN-NOMBRE-IN.
032700     STRING HIS-BASE DELIMITED BY SPACE
032710         ".DAT" DELIMITED BY SIZE
032720         INTO GEN-NOMBRE-IN.
032730     MOVE GEN-NOMBRE-IN TO GEN-NOMBRE-OUT.
032740     MOVE SPACES TO HIS-NOMBRE-ARCH.
032750     STRING HIS-PREFIJO HIS-CORTE ".ARC" DELIMITED BY SIZE
032760         INTO HIS-NOMBRE-ARCH.
032770 8215-EXIT.
032780     EXIT.
032790
032800*----------------------------------------------------------*
032810* 8220-DEPURAR-UNO - ARCHIVA LAS ENTRADAS VIEJAS DE UNA    *
032820*                    BITACORA Y REGRABA LA VIGENTE CON LAS *
032830*                    QUE SE CONSERVAN                      *
032840*----------------------------------------------------------*
032850 8220-DEPURAR-UNO.
032860     PERFORM 8215-NOMBRES-HISTORICO THRU 8215-EXIT.
032870     MOVE 0 TO HIS-MOVIDOS(HIS-SEL).
032880     MOVE "OK" TO HIS-RESULTADO(HIS-SEL).
032890     ACCEPT HIS-HORA-INI(HIS-SEL) FROM TIME.
032900     IF HIS-SEL = 3 AND HIS-CORTE > HIS-INICIO-ANO
032910         DISPLAY "REGISTRO.DAT no se depura: el corte cae "
032920             "dentro del ano fiscal en curso."
032930         MOVE "RECHAZADO" TO HIS-RESULTADO(HIS-SEL)
032940         GO TO 8220-FIN
032950     END-IF.
032960
032970*    PRIMERA PASADA: CUENTA LO QUE SE VA A ARCHIVAR Y, EN LA
032980*    BITACORA DE MOVIMIENTOS, TOMA EL SALDO DE CADA PRODUCTO
032990*    AL CORTE.
033000     PERFORM 8230-CONTAR-ANTERIORES THRU 8230-EXIT.
033010     IF NOT HAY-HISTORICO
033020         DISPLAY GEN-NOMBRE-IN " no existe; nada que "
033030             "depurar."
033040         GO TO 8220-FIN
033050     END-IF.
033060     IF HIS-ANTERIORES = 0
033070         GO TO 8220-FIN
033080     END-IF.
033090     IF HIS-SEL = 1 AND HSA-OMITIDOS > 0
033100         DISPLAY "MOVLOG.DAT excede los 500 productos de la "
033110             "tabla de saldos (" HSA-OMITIDOS " entradas de "
033120             "mas); no se depura."
033130         MOVE "RECHAZADO" TO HIS-RESULTADO(HIS-SEL)
033140         GO TO 8220-FIN
033150     END-IF.
033160
033170*    SEGUNDA PASADA: LO VIEJO AL ARCHIVO FECHADO (SE AGREGA
033180*    SI YA EXISTE) Y LO VIGENTE AL ARCHIVO DE PASO, PRECEDIDO
033190*    EN MOVLOG.DAT POR LOS SALDOS INICIALES AL CORTE.
033200     OPEN EXTEND HISARCH.
033210     IF NOT FS-HISARCH-OK
033220         OPEN OUTPUT HISARCH
033230         IF NOT FS-HISARCH-OK
033240             DISPLAY "No se pudo abrir " HIS-NOMBRE-ARCH
033250             MOVE "ERROR" TO HIS-RESULTADO(HIS-SEL)
033260             MOVE "S" TO SW-HIS-FALLA
033270             GO TO 8220-FIN
033280         END-IF
033290     END-IF.
033300     OPEN OUTPUT HISTEMP.
033310     IF NOT FS-HISTEMP-OK
033320         DISPLAY "No se pudo abrir el archivo de paso."
033330         CLOSE HISARCH
033340         MOVE "ERROR" TO HIS-RESULTADO(HIS-SEL)
033350         MOVE "S" TO SW-HIS-FALLA
033360         GO TO 8220-FIN
033370     END-IF.
033380     IF HIS-SEL = 1
033390         PERFORM VARYING HSA-IDX FROM 1 BY 1
033400                 UNTIL HSA-IDX > HSA-CONTADOR
033410             PERFORM 8240-GRABAR-APERTURA THRU 8240-EXIT
033420         END-PERFORM
033430     END-IF.
033440     OPEN INPUT GENIN.
033450     MOVE "N" TO SW-FIN-HIS.
033460     PERFORM UNTIL FIN-HISTORICO
033470         READ GENIN
033480             AT END
033490                 MOVE "S" TO SW-FIN-HIS
033500             NOT AT END
033510                 PERFORM 8250-SEPARAR-ENTRADA THRU 8250-EXIT
033520         END-READ
033530     END-PERFORM.
033540     CLOSE GENIN.
033550     CLOSE HISARCH.
033560     CLOSE HISTEMP.
033570
033580*    TERCERA PASADA: LO QUE SE CONSERVA REEMPLAZA A LA
033590*    BITACORA VIGENTE.
033600     PERFORM 8260-REGRABAR-HISTORICO THRU 8260-EXIT.
033610 8220-FIN.
033620     ACCEPT HIS-HORA-FIN(HIS-SEL) FROM TIME.
033630     DISPLAY GEN-NOMBRE-IN ": " HIS-MOVIDOS(HIS-SEL)
033640         " entradas archivadas en " HIS-NOMBRE-ARCH
033650         " (" HIS-RESULTADO(HIS-SEL) ")".
033660 8220-EXIT.
033670     EXIT.
033680
033690*----------------------------------------------------------*
033700* 8230-CONTAR-ANTERIORES - PRIMERA PASADA SOBRE LA         *
033710*                          BITACORA SELECCIONADA           *
033720*----------------------------------------------------------*
033730 8230-CONTAR-ANTERIORES.
033740     MOVE 0 TO HIS-ANTERIORES.
033750     MOVE 0 TO HSA-CONTADOR.
033760     MOVE 0 TO HSA-OMITIDOS.
033770     MOVE "N" TO SW-HAY-HISTORICO.
033780     OPEN INPUT GENIN.
033790     IF NOT FS-GENIN-OK
033800         GO TO 8230-EXIT
033810     END-IF.
033820     MOVE "S" TO SW-HAY-HISTORICO.
033830     MOVE "N" TO SW-FIN-HIS.
033840     PERFORM UNTIL FIN-HISTORICO
033850         READ GENIN
033860             AT END
033870                 MOVE "S" TO SW-FIN-HIS
033880             NOT AT END
033890                 PERFORM 8235-CLASIFICAR-ENTRADA
033900                     THRU 8235-EXIT
033910                 IF HIS-ES-ANTERIOR
033920                     ADD 1 TO HIS-ANTERIORES
033930                     IF HIS-SEL = 1
033940                         PERFORM 8237-TOMAR-SALDO
033950                             THRU 8237-EXIT
033960                     END-IF
033970                 END-IF
033980         END-READ
033990     END-PERFORM.
034000     CLOSE GENIN.
034010 8230-EXIT.
034020     EXIT.
034030
034040*----------------------------------------------------------*
034050* 8235-CLASIFICAR-ENTRADA - DECIDE SI EL RENGLON LEIDO ES  *
034060*                           ANTERIOR AL CORTE; UNA FECHA   *
034070*                           ILEGIBLE SE CONSERVA           *
034080*----------------------------------------------------------*
034090 8235-CLASIFICAR-ENTRADA.
034100     MOVE GI-REGISTRO TO HIS-RENGLON.
034110     MOVE "N" TO SW-HIS-ANTERIOR.
034120     EVALUATE HIS-SEL
034130         WHEN 1
034140             MOVE HIS-RENGLON(1:8) TO HIS-FECHA-ENTRADA
034150         WHEN 2
034160             MOVE HP-FECHA TO HIS-FECHA-ENTRADA
034170         WHEN 3
034180*            EL REGISTRO DE NOMINA NO LLEVA FECHA: UN PERIODO
034190*            SE ARCHIVA SOLO SI TERMINA ANTES DEL CORTE.
034200             MOVE HR-PERIODO TO HIS-FECHA-ENTRADA(1:6)
034210             MOVE "31" TO HIS-FECHA-ENTRADA(7:2)
034220         WHEN 4
034230             MOVE HJ-FECHA TO HIS-FECHA-ENTRADA
034240     END-EVALUATE.
034250     IF HIS-FECHA-ENTRADA IS NUMERIC
034260         IF HIS-FECHA-NUM < HIS-CORTE
034270             MOVE "S" TO SW-HIS-ANTERIOR
034280         END-IF
034290     END-IF.
034300 8235-EXIT.
034310     EXIT.
034320
034330*----------------------------------------------------------*
034340* 8237-TOMAR-SALDO - EL ULTIMO MOVIMIENTO ANTERIOR AL      *
034350*                    CORTE DEJA EL SALDO DEL PRODUCTO Y LA *
034360*                    SALIDA MAS RECIENTE SU FECHA; LOS     *
034370*                    TRASPASOS LLEVAN CANTIDADES POR       *
034380*                    BODEGA Y NO CUENTAN                   *
034390*----------------------------------------------------------*
034400 8237-TOMAR-SALDO.
034410     IF HM-OPERACION = "T" OR HM-OPERACION = "E"
034420         GO TO 8237-EXIT
034430     END-IF.
034440     IF HM-CANT-NUEVA IS NOT NUMERIC
034450         GO TO 8237-EXIT
034460     END-IF.
034470     MOVE "N" TO SW-HSA-HALLADO.
034480     PERFORM VARYING HSA-IDX FROM 1 BY 1
034490             UNTIL HSA-IDX > HSA-CONTADOR OR HSA-HALLADO
034500         IF HSA-CODIGO(HSA-IDX) = HM-CODIGO
034510             MOVE "S" TO SW-HSA-HALLADO
034520         END-IF
034530     END-PERFORM.
034540     IF HSA-HALLADO
034550         SET HSA-IDX DOWN BY 1
034560     ELSE
034570         IF HSA-CONTADOR >= 500
034580             ADD 1 TO HSA-OMITIDOS
034590             GO TO 8237-EXIT
034600         END-IF
034610         ADD 1 TO HSA-CONTADOR
034620         SET HSA-IDX TO HSA-CONTADOR
034630         MOVE HM-CODIGO TO HSA-CODIGO(HSA-IDX)
034640         MOVE 0 TO HSA-ULT-SALIDA(HSA-IDX)
034650     END-IF.
034660     MOVE HM-CANT-NUEVA TO HSA-SALDO(HSA-IDX).
034670*    SALIDA ES UN DESPACHO, CONTEO O ENSAMBLE QUE REDUCE LA
034680*    EXISTENCIA, COMO EN EL REPORTE DE ANTIGUEDAD; UNA
034690*    APERTURA DE UNA DEPURACION PREVIA TRAE LA SUYA.
034700     IF HM-OPERACION = "S" OR HM-OPERACION = "C"
034710             OR HM-OPERACION = "K"
034720         IF HM-CANT-ANTERIOR IS NUMERIC
034730                 AND HM-CANT-NUEVA < HM-CANT-ANTERIOR
034740                 AND HIS-FECHA-NUM > HSA-ULT-SALIDA(HSA-IDX)
034750             MOVE HIS-FECHA-NUM TO HSA-ULT-SALIDA(HSA-IDX)
034760         END-IF
034770     END-IF.
034780     IF HM-OPERACION = "I" AND HM-ULT-SALIDA IS NUMERIC
034790         IF HM-ULT-SALIDA > HSA-ULT-SALIDA(HSA-IDX)
034800             MOVE HM-ULT-SALIDA TO HSA-ULT-SALIDA(HSA-IDX)
034810         END-IF
034820     END-IF.
034830 8237-EXIT.
034840     EXIT.
034850
034860*----------------------------------------------------------*
034870* 8240-GRABAR-APERTURA - ENTRADA DE SALDO INICIAL (I) DE   *
034880*                        UN PRODUCTO, FECHADA AL CORTE,    *
034890*                        PARA QUE EL KARDEX Y LA           *
034900*                        CONCILIACION PARTAN DE ELLA, CON  *
034910*                        LA FECHA DE SU ULTIMA SALIDA      *
034920*----------------------------------------------------------*
034930 8240-GRABAR-APERTURA.
034940     MOVE SPACES TO HIS-RENGLON.
034950     MOVE HIS-CORTE TO HM-FECHA.
034960     MOVE HSA-CODIGO(HSA-IDX) TO HM-CODIGO.
034970     MOVE "I" TO HM-OPERACION.
034980     MOVE HSA-SALDO(HSA-IDX) TO HM-CANT-ANTERIOR.
034990     MOVE HSA-SALDO(HSA-IDX) TO HM-CANT-NUEVA.
035000     MOVE OPERADOR-ACTUAL TO HM-OPERADOR.
035010     IF HSA-ULT-SALIDA(HSA-IDX) > 0
035020         MOVE HSA-ULT-SALIDA(HSA-IDX) TO HM-ULT-SALIDA
035030     END-IF.
035040     MOVE HIS-RENGLON TO HT-REGISTRO.
035050     WRITE HT-REGISTRO.
035060     ADD 1 TO HIS-APERTURAS.
035070 8240-EXIT.
035080     EXIT.
035090
035100*----------------------------------------------------------*
035110* 8250-SEPARAR-ENTRADA - SEGUNDA PASADA: CADA RENGLON VA   *
035120*                        AL ARCHIVO FECHADO O AL DE PASO   *
035130*----------------------------------------------------------*
035140 8250-SEPARAR-ENTRADA.
035150     PERFORM 8235-CLASIFICAR-ENTRADA THRU 8235-EXIT.
035160     IF HIS-ES-ANTERIOR
035170         MOVE GI-REGISTRO TO HA-REGISTRO
035180         WRITE HA-REGISTRO
035190         ADD 1 TO HIS-MOVIDOS(HIS-SEL)
035200     ELSE
035210         MOVE GI-REGISTRO TO HT-REGISTRO
035220         WRITE HT-REGISTRO
035230     END-IF.
035240 8250-EXIT.
035250     EXIT.
035260
035270*----------------------------------------------------------*
035280* 8260-REGRABAR-HISTORICO - COPIA EL ARCHIVO DE PASO SOBRE *
035290*                           LA BITACORA VIGENTE            *
035300*----------------------------------------------------------*
035310 8260-REGRABAR-HISTORICO.
035320     OPEN INPUT HISTEMP.
035330     IF NOT FS-HISTEMP-OK
035340         DISPLAY "No se pudo releer el archivo de paso; "
035350             GEN-NOMBRE-OUT " queda sin depurar."
035360         MOVE "ERROR" TO HIS-RESULTADO(HIS-SEL)
035370         MOVE "S" TO SW-HIS-FALLA
035380         GO TO 8260-EXIT
035390     END-IF.
035400     OPEN OUTPUT GENOUT.
035410     IF NOT FS-GENOUT-OK
035420         DISPLAY "No se pudo regrabar " GEN-NOMBRE-OUT
035430         CLOSE HISTEMP
035440         MOVE "ERROR" TO HIS-RESULTADO(HIS-SEL)
035450         MOVE "S" TO SW-HIS-FALLA
035460         GO TO 8260-EXIT
035470     END-IF.
035480     MOVE "N" TO SW-FIN-HIS.
035490     PERFORM UNTIL FIN-HISTORICO
035500         READ HISTEMP
035510             AT END
035520                 MOVE "S" TO SW-FIN-HIS
035530             NOT AT END
035540                 MOVE HT-REGISTRO TO GO-REGISTRO
035550                 WRITE GO-REGISTRO
035560         END-READ
035570     END-PERFORM.
035580     CLOSE HISTEMP.
035590     CLOSE GENOUT.
035600 8260-EXIT.
035610     EXIT.
035620
035630*----------------------------------------------------------*
035640* 8290-JORNAL-ARCHIVO - RENGLON DEL DIARIO CON LO QUE SE   *
035650*                       ARCHIVO DE UNA BITACORA            *
035660*----------------------------------------------------------*
035670 8290-JORNAL-ARCHIVO.
035680     PERFORM 8215-NOMBRES-HISTORICO THRU 8215-EXIT.
035690     MOVE SPACES TO PASO-ACTUAL.
035700     STRING HIS-BASE DELIMITED BY SPACE
035710         " MOVIDOS " HIS-MOVIDOS(HIS-SEL) DELIMITED BY SIZE
035720         INTO PASO-ACTUAL.
035730     MOVE HIS-HORA-INI(HIS-SEL) TO HORA-INICIO-PASO.
035740     MOVE HIS-HORA-FIN(HIS-SEL) TO HORA-FIN-PASO.
035750     MOVE HIS-RESULTADO(HIS-SEL) TO RESULTADO-PASO.
035760     PERFORM 7000-ESCRIBIR-JORNAL THRU 7000-EXIT.
035770 8290-EXIT.
035780     EXIT.
035790
035800*----------------------------------------------------------*
035810* 9970-ABRIR-REPORTE - ABRE EL ARCHIVO DE IMPRESION CUYO   *
035820*                      NOMBRE, TITULO Y COLUMNAS YA FUERON *
035830*                      ESTABLECIDOS, Y ESCRIBE EL PRIMER   *
035840*                      ENCABEZADO                          *
035850*----------------------------------------------------------*
035860 9970-ABRIR-REPORTE.
035870     MOVE "N" TO SW-REPORTE-ABIERTO.
035880     OPEN OUTPUT REPORTE.
035890     IF NOT FS-REPORTE-OK
035900         DISPLAY "No se pudo crear el reporte "
035910             REPORTE-NOMBRE
035920         GO TO 9970-EXIT
035930     END-IF.
035940     MOVE "S" TO SW-REPORTE-ABIERTO.
035950     MOVE 0 TO RP-PAGINA.
035960     ACCEPT RP-FECHA FROM DATE YYYYMMDD.
035970     PERFORM 9972-ENCABEZADO-PAGINA THRU 9972-EXIT.
035980 9970-EXIT.
035990     EXIT.
036000
036010*----------------------------------------------------------*
036020* 9972-ENCABEZADO-PAGINA - TITULO, FECHA, OPERADOR, NUMERO *
036030*                          DE PAGINA Y ENCABEZADOS DE      *
036040*                          COLUMNA                         *
036050*----------------------------------------------------------*
036060 9972-ENCABEZADO-PAGINA.
036070     IF NOT REPORTE-ABIERTO
036080         GO TO 9972-EXIT
036090     END-IF.
036100     ADD 1 TO RP-PAGINA.
036110     MOVE RP-PAGINA TO RP-PAGINA-ED.
036120     MOVE SPACES TO RP-REGISTRO.
036130     STRING RP-TITULO " FECHA " RP-FECHA " PAG " RP-PAGINA-ED
036140         DELIMITED BY SIZE INTO RP-REGISTRO.
036150     WRITE RP-REGISTRO.
036160     MOVE SPACES TO RP-REGISTRO.
036170     STRING "OPERADOR: " OPERADOR-ACTUAL
036180         DELIMITED BY SIZE INTO RP-REGISTRO.
036190     WRITE RP-REGISTRO.
036200     MOVE RP-COLUMNAS TO RP-REGISTRO.
036210     WRITE RP-REGISTRO.
036220     MOVE ALL "-" TO RP-REGISTRO.
036230     WRITE RP-REGISTRO.
036240     MOVE 4 TO RP-LINEAS.
036250 9972-EXIT.
036260     EXIT.
036270
036280*----------------------------------------------------------*
036290* 9975-ESCRIBIR-DETALLE - ESCRIBE RP-DETALLE CON CORTE DE  *
036300*                         PAGINA CADA 60 RENGLONES         *
036310*----------------------------------------------------------*
036320 9975-ESCRIBIR-DETALLE.
036330     IF NOT REPORTE-ABIERTO
036340         GO TO 9975-EXIT
036350     END-IF.
036360     IF RP-LINEAS >= 60
036370         MOVE SPACES TO RP-REGISTRO
036380         WRITE RP-REGISTRO
036390         PERFORM 9972-ENCABEZADO-PAGINA THRU 9972-EXIT
036400     END-IF.
036410     MOVE RP-DETALLE TO RP-REGISTRO.
036420     WRITE RP-REGISTRO.
036430     ADD 1 TO RP-LINEAS.
036440 9975-EXIT.
036450     EXIT.
036460
036470*----------------------------------------------------------*
036480* 9978-CERRAR-REPORTE                                      *
036490*----------------------------------------------------------*
036500 9978-CERRAR-REPORTE.
036510     IF NOT REPORTE-ABIERTO
036520         GO TO 9978-EXIT
036530     END-IF.
036540     CLOSE REPORTE.
036550     MOVE "N" TO SW-REPORTE-ABIERTO.
036560     DISPLAY "Reporte impreso generado en " REPORTE-NOMBRE.
036570 9978-EXIT.
036580     EXIT.
036590
036600*----------------------------------------------------------*
036610* 9100-REGISTRAR-EXCEPCION - BITACORA PERMANENTE DE        *
036620*                            RECHAZOS, CON EL MISMO        *
036630*                            FORMATO QUE LOS SUBSISTEMAS   *
036640*----------------------------------------------------------*
036650 9100-REGISTRAR-EXCEPCION.
036660     OPEN EXTEND EXCEPCION.
036670     IF NOT FS-EXCEPCION-OK
036680         OPEN OUTPUT EXCEPCION
036690     END-IF.
036700     ACCEPT EX-FECHA FROM DATE YYYYMMDD.
036710     MOVE "P" TO EX-ESTADO.
036720     MOVE 0 TO EX-FECHA-RES.
036730     MOVE SPACES TO EX-NOTA.
036740     WRITE EX-REGISTRO.
036750     CLOSE EXCEPCION.
036760 9100-EXIT.
036770     EXIT.
