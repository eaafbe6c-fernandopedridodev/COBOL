000030 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000040 INSTALLATION. ALMACEN CENTRAL.
000050 DATE-WRITTEN. 2024-01-10.
000060 DATE-COMPILED. 2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORIAL DE MODIFICACIONES                              *
000090*----------------------------------------------------------*
001880*                  BITACORA DE EXCEPCIONES. EL PICKING     *
001890*                  GENERADO DESDE PEDIDOS ESCRIBE SU       *
001900*                  PROPIO REGISTRO DE CONTROL.             *
001910* 2026-10-15  DSI  SE AGREGA EL TRASPASO ENTRE BODEGAS     *
001920*                  (PRINCIPAL Y ANEXA), UNO A UNO DESDE EL *
001930*                  MENU O EN LOTE DESDE TRASPASO.DAT (Y    *
001940*                  COMO FUNCION INVTRASPASO DEL MENU       *
001950*                  UNIFICADO). NO DEJA UNA BODEGA EN       *
001960*                  NEGATIVO NI SACA DE LA PRINCIPAL LO     *
001970*                  RESERVADO; GRABA EN LA BITACORA UN PAR  *
001980*                  SALIDA/ENTRADA (OPERACIONES T Y E) CON  *
001990*                  LA BODEGA AFECTADA, QUE EL KARDEX       *
002000*                  MUESTRA COMO TRASPASO Y EL CIERRE       *
002010*                  MENSUAL TRATA COMO NEUTRO.              *
002020* 2026-10-15  DSI  SE AGREGAN LAS DEVOLUCIONES DE CLIENTES *
002030*                  CONTRA EL FOLIO DEL PEDIDO: NO SE PUEDE *
002040*                  DEVOLVER MAS DE LO ENVIADO EN EL FOLIO  *
002050*                  (MENOS LO YA DEVUELTO); CADA LINEA SE   *
002060*                  REINGRESA A LA BODEGA ELEGIDA O VA A    *
002070*                  MERMA VALUADA AL COSTO. TODO QUEDA EN   *
002080*                  DEVOLUC.DAT Y EN LA BITACORA (OPERACION *
002090*                  V); EL CIERRE MENSUAL MUESTRA LAS       *
002100*                  DEVOLUCIONES Y LA MERMA POR SEPARADO.   *
002110* 2026-10-15  DSI  EL DESPACHO MASIVO FACTURA CADA FOLIO   *
002120*                  ENVIADO: NUMERO CONSECUTIVO DE FACTURA  *
002130*                  EN FOLIOCTL.DAT, PRECIO IF-PRECIO DEL   *
002140*                  DIA MAS IVA, HISTORICO EN FACTURAS.DAT, *
002150*                  FACTURA IMPRESA POR CLIENTE Y PARTIDA   *
002160*                  ABIERTA EN CXCOBRAR.DAT. LA LINEA DE    *
002170*                  PICKING LLEVA EL FOLIO DEL PEDIDO. SE   *
002180*                  AGREGA EL MENU DE COBRANZA CON REGISTRO *
002190*                  DE PAGOS Y ANTIGUEDAD DE SALDOS.        *
002200* 2026-10-15  DSI  LA RECEPCION YA NO SOBRESCRIBE IF-COSTO *
002210*                  CON EL COSTO DE LA FACTURA: LO PROMEDIA *
002220*                  PONDERADO CON LA EXISTENCIA AL COSTO    *
002230*                  ANTERIOR. TODO CAMBIO DE COSTO (EN      *
002240*                  RECEPCION O MODIFICACION) QUEDA EN LA   *
002250*                  BITACORA DE REVALUACION COSTLOG.DAT.    *
002260* 2026-10-15  DSI  EL REORDEN GENERA ORDENES DE COMPRA     *
002270*                  REALES, UNA POR PROVEEDOR, CON NUMERO   *
002280*                  CONSECUTIVO (FOLIOCTL.DAT), FECHA DE    *
002290*                  ORDEN, FECHA ESPERADA SEGUN EL PLAZO DE *
002300*                  ENTREGA, COSTO DE LINEA E IMPRESION CON *
002310*                  NOMBRE Y CONTACTO DEL PROVEEDOR; SE     *
002320*                  AGREGAN A ORDCOMPRA.DAT SIN REPETIR LO  *
002330*                  QUE YA ESTA EN UNA ORDEN ABIERTA. LA    *
002340*                  RECEPCION SE HACE POR NUMERO DE ORDEN.  *
002350*                  SE AGREGA EL REPORTE DE ORDENES         *
002360*                  VENCIDAS AGRUPADO POR PROVEEDOR.        *
002370* 2026-10-15  DSI  SE AGREGA EL COTEJO DE FACTURAS DE      *
002380*                  PROVEEDOR (FACTPROV.DAT) CONTRA LA      *
002390*                  ORDEN DE COMPRA, LO RECIBIDO Y EL COSTO *
002400*                  DE LA RECEPCION, CON TOLERANCIA DE      *
002410*                  PRECIO CAPTURADA EN LA CORRIDA; LO QUE  *
002420*                  CUADRA PASA A CUENTAS POR PAGAR         *
002430*                  (CXPAGAR.DAT), LO DEMAS A EXCEPCLOG.DAT *
002440*                  CON ORIGEN COTEJO, Y SE IMPRIME UN      *
002450*                  RESUMEN POR PROVEEDOR. EL RENGLON DE LA *
002460*                  ORDEN GUARDA EL COSTO DE LO RECIBIDO.   *
002470* 2026-10-15  DSI  SE LLEVA LA EXISTENCIA POR PRODUCTO,    *
002480*                  LOTE Y BODEGA EN LOTES.DAT: LA          *
002490*                  RECEPCION Y LA CARGA MASIVA REGISTRAN   *
002500*                  LOTE Y CADUCIDAD; EL PICKING ASIGNA Y   *
002510*                  EL DESPACHO DESCARGA PRIMERO EL LOTE    *
002520*                  QUE CADUCA ANTES, CON EL LOTE EN LA     *
002530*                  LINEA DE PICKING; LOS TRASPASOS MUEVEN  *
002540*                  LOS LOTES ENTRE BODEGAS; EL CONTEO      *
002550*                  FISICO ACEPTA RENGLONES POR LOTE. SE    *
002560*                  AGREGA EL REPORTE DE LOTES POR VENCER   *
002570*                  A UN HORIZONTE DE DIAS, VALORIZADO AL   *
002580*                  COSTO.                                  *
002590* 2026-10-15  DSI  SE AGREGAN LOS KITS: ESTRUCTURA DE      *
002600*                  COMPONENTES EN ESTRUCT.DAT, ENSAMBLE DE *
002610*                  N KITS CONTRA LA EXISTENCIA NO          *
002620*                  RESERVADA DE LA BODEGA PRINCIPAL (EL    *
002630*                  COSTO DEL KIT ES LA SUMA DEL COSTO DE   *
002640*                  SUS COMPONENTES), DESENSAMBLE Y         *
002650*                  CONSULTA DE DONDE SE USA UN COMPONENTE. *
002660*                  LA BITACORA LLEVA LAS OPERACIONES K     *
002670*                  (COMPONENTE CONSUMIDO), J (KIT          *
002680*                  ENSAMBLADO), X (KIT DESARMADO) Y Y      *
002690*                  (COMPONENTE RECUPERADO).                *
002700* 2026-10-15  DSI  SE AGREGA LA POLIZA CONTABLE DEL DIA    *
002710*                  DESDE MOVLOG.DAT VALORIZADA AL COSTO    *
002720*                  (IF-COSTO) SEGUN EL CATALOGO            *
002730*                  CUENTAS.DAT: RECEPCIONES CONTRA         *
002740*                  MERCANCIA RECIBIDA NO FACTURADA,        *
002750*                  DESPACHOS A COSTO DE VENTAS Y AJUSTES   *
002760*                  DE CONTEO A MERMA. SE GRABA EN          *
002770*                  POLIZAS.DAT CON NUMERO DE POLIZA        *
002780*                  (POLIZCTL.DAT), PERIODO Y REGISTRO DE   *
002790*                  CONTROL; UNA POLIZA QUE NO CUADRA O UN  *
002800*                  DIA YA CONTABILIZADO NO SE GRABAN.      *
002810*                  TAMBIEN COMO PASO DE LOTE INVPOLIZA.    *
002820* 2026-10-15  DSI  EL CODIGO DE UN PRODUCTO NUEVO LLEVA    *
002830*                  DIGITO VERIFICADOR: EL ALTA TOMA UN     *
002840*                  CODIGO BASE DE HASTA 9 CARACTERES Y     *
002850*                  PARIMPAR LE AGREGA EL DIGITO. EL        *
002860*                  DESPACHO, EL CONTEO FISICO, LA          *
002870*                  RECEPCION Y LA CARGA MASIVA RECHAZAN EL *
002880*                  CODIGO CUYO DIGITO NO CUADRA ANTES DE   *
002890*                  BUSCARLO EN EL MAESTRO (EXCEPCLOG),     *
002900*                  CUANDO DIGCTL.DAT ACTIVA EL RECHAZO.    *
002910* 2026-10-15  DSI  SE AGREGA EL REPORTE DE ANTIGUEDAD DE   *
002920*                  EXISTENCIAS POR ULTIMA SALIDA           *
002930*                  (ROTACION.TXT): CADA PRODUCTO CON       *
002940*                  EXISTENCIA SE CLASIFICA EN ACTIVO,      *
002950*                  LENTO, ESTANCADO O MUERTO SEGUN LOS     *
002960*                  DIAS DESDE SU ULTIMA SALIDA EN          *
002970*                  MOVLOG.DAT, CON UMBRALES DE 090/180/365 *
002980*                  DIAS QUE SE PUEDEN CAMBIAR AL PEDIRLO,  *
002990*                  Y SUBTOTALES DE UNIDADES Y VALOR AL     *
003000*                  COSTO POR TRAMO. TAMBIEN COMO PASO DE   *
003010*                  LOTE INVROTACION.                       *
003020* 2026-10-15  DSI  LOS RENGLONES DE ORDEN DE COMPRA        *
003030*                  RECIBIDOS COMPLETOS Y YA FACTURADOS EN  *
003040*                  CXPAGAR.DAT PASAN AL HISTORICO          *
003050*                  ORDHIST.DAT CON SU FECHA DE CIERRE AL   *
003060*                  REGRABAR LA ORDEN EN LA RECEPCION Y AL  *
003070*                  TERMINAR EL COTEJO DE FACTURAS;         *
003080*                  ORDCOMPRA.DAT SOLO CONSERVA LO ABIERTO. *
003090*                  LA DEVOLUCION DE CLIENTE REINGRESA AL   *
003100*                  LOTE: PROPONE EL QUE SALIO CON EL FOLIO *
003110*                  SEGUN DESPACHO.DAT, LO ABONA EN         *
003120*                  LOTES.DAT CON SU CADUCIDAD Y LO ANOTA   *
003130*                  EN DEVOLUC.DAT. EL REPORTE DE           *
003140*                  ANTIGUEDAD TOMA LA ULTIMA SALIDA QUE    *
003150*                  TRAE LA ENTRADA DE SALDO INICIAL (I) DE *
003160*                  UNA DEPURACION DE HISTORICOS.           *
003170
003180*----------------------------------------------------------*
003190 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003210 FILE-CONTROL.
003220     SELECT INVENTAR ASSIGN TO "INVMAST.DAT"
003230         ORGANIZATION IS INDEXED
003240         ACCESS MODE IS DYNAMIC
003250         RECORD KEY IS IF-CODIGO
003260         ALTERNATE RECORD KEY IS IF-NOMBRE WITH DUPLICATES
003270         FILE STATUS IS FS-INVENTAR.
003280
003290     SELECT MOVLOG ASSIGN TO "MOVLOG.DAT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003310         FILE STATUS IS FS-MOVLOG.
003320
003330     SELECT SUPLIDOR ASSIGN TO "SUPLIDOR.DAT"
003340         ORGANIZATION IS LINE SEQUENTIAL
003350         FILE STATUS IS FS-SUPLIDOR.
003360
003370     SELECT ORDCOMPRA ASSIGN TO "ORDCOMPRA.DAT"
003380         ORGANIZATION IS LINE SEQUENTIAL
003390         FILE STATUS IS FS-ORDCOMPRA.
003400
003410     SELECT ORDHIST ASSIGN TO "ORDHIST.DAT"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS FS-ORDHIST.
003440
003450     SELECT PROVEEDOR ASSIGN TO "PROVMAST.DAT"
003460         ORGANIZATION IS INDEXED
003470         ACCESS MODE IS DYNAMIC
003480         RECORD KEY IS PV-CODIGO
003490         FILE STATUS IS FS-PROVEEDOR.
003500
003510     SELECT CONTEOF ASSIGN TO "CONTEOF.DAT"
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS FS-CONTEOF.
003540
003550     SELECT INVIEJO ASSIGN TO "INVMAST.DAT"
003560         ORGANIZATION IS INDEXED
003570         ACCESS MODE IS SEQUENTIAL
003580         RECORD KEY IS VI-CODIGO
003590         FILE STATUS IS FS-INVIEJO.
003600
003610     SELECT CONVTEMP ASSIGN TO "INVCONV.TMP"
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS FS-CONVTEMP.
003640
003650     SELECT CARGACKP ASSIGN TO "CARGACKP.DAT"
003660         ORGANIZATION IS LINE SEQUENTIAL
003670         FILE STATUS IS FS-CARGACKP.
003680
003690     SELECT DESPACHO ASSIGN TO "DESPACHO.DAT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003710         FILE STATUS IS FS-DESPACHO.
003720
003730     SELECT EXCEPCION ASSIGN TO "EXCEPCLOG.DAT"
003740         ORGANIZATION IS LINE SEQUENTIAL
003750         FILE STATUS IS FS-EXCEPCION.
003760
003770     SELECT PERIODOS ASSIGN TO "PERINV.DAT"
003780         ORGANIZATION IS LINE SEQUENTIAL
003790         FILE STATUS IS FS-PERIODOS.
003800
003810     SELECT SNAPACT ASSIGN TO SNAP-NOMBRE
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS FS-SNAPACT.
003840
003850     SELECT SNAPANT ASSIGN TO SNAP-NOMBRE-ANT
003860         ORGANIZATION IS LINE SEQUENTIAL
003870         FILE STATUS IS FS-SNAPANT.
003880
003890     SELECT CLIENTE ASSIGN TO "CLIMAST.DAT"
003900         ORGANIZATION IS INDEXED
003910         ACCESS MODE IS DYNAMIC
003920         RECORD KEY IS CL-CODIGO
003930         FILE STATUS IS FS-CLIENTE.
003940
003950     SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
003960         ORGANIZATION IS LINE SEQUENTIAL
003970         FILE STATUS IS FS-PEDIDOS.
003980
003990     SELECT FOLIOS ASSIGN TO "FOLIOCTL.DAT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004010         FILE STATUS IS FS-FOLIOS.
004020
004030     SELECT PRECIOS ASSIGN TO "PRECIOS.DAT"
004040         ORGANIZATION IS LINE SEQUENTIAL
004050         FILE STATUS IS FS-PRECIOS.
004060
004070     SELECT PRECPEND ASSIGN TO "PRECPEND.DAT"
004080         ORGANIZATION IS LINE SEQUENTIAL
004090         FILE STATUS IS FS-PRECPEND.
004100
004110     SELECT PRECLOG ASSIGN TO "PRECLOG.DAT"
004120         ORGANIZATION IS LINE SEQUENTIAL
004130         FILE STATUS IS FS-PRECLOG.
004140
004150     SELECT REPORTE ASSIGN TO REPORTE-NOMBRE
004160         ORGANIZATION IS LINE SEQUENTIAL
004170         FILE STATUS IS FS-REPORTE.
004180
004190     SELECT TRASPASO ASSIGN TO "TRASPASO.DAT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004210         FILE STATUS IS FS-TRASPASO.
004220
004230     SELECT DEVOLUC ASSIGN TO "DEVOLUC.DAT"
004240         ORGANIZATION IS LINE SEQUENTIAL
004250         FILE STATUS IS FS-DEVOLUC.
004260
004270     SELECT FACTURAS ASSIGN TO "FACTURAS.DAT"
004280         ORGANIZATION IS LINE SEQUENTIAL
004290         FILE STATUS IS FS-FACTURAS.
004300
004310     SELECT CXCOBRAR ASSIGN TO "CXCOBRAR.DAT"
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS FS-CXCOBRAR.
004340
004350     SELECT COSTLOG ASSIGN TO "COSTLOG.DAT"
004360         ORGANIZATION IS LINE SEQUENTIAL
004370         FILE STATUS IS FS-COSTLOG.
004380
004390     SELECT FACTPROV ASSIGN TO "FACTPROV.DAT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004410         FILE STATUS IS FS-FACTPROV.
004420
004430     SELECT CXPAGAR ASSIGN TO "CXPAGAR.DAT"
004440         ORGANIZATION IS LINE SEQUENTIAL
004450         FILE STATUS IS FS-CXPAGAR.
004460
004470     SELECT LOTESINV ASSIGN TO "LOTES.DAT"
004480         ORGANIZATION IS LINE SEQUENTIAL
004490         FILE STATUS IS FS-LOTESINV.
004500
004510     SELECT ESTRUCT ASSIGN TO "ESTRUCT.DAT"
004520         ORGANIZATION IS LINE SEQUENTIAL
004530         FILE STATUS IS FS-ESTRUCT.
004540
004550     SELECT CUENTAS ASSIGN TO "CUENTAS.DAT"
004560         ORGANIZATION IS LINE SEQUENTIAL
004570         FILE STATUS IS FS-CUENTAS.
004580
004590     SELECT POLIZAS ASSIGN TO "POLIZAS.DAT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004610         FILE STATUS IS FS-POLIZAS.
004620
004630     SELECT POLIZCTL ASSIGN TO "POLIZCTL.DAT"
004640         ORGANIZATION IS LINE SEQUENTIAL
004650         FILE STATUS IS FS-POLIZCTL.
004660
004670 DATA DIVISION.
004680 FILE SECTION.
004690 FD  INVENTAR
004700     LABEL RECORDS ARE STANDARD.
004710 01  IF-REGISTRO.
004720     05  IF-CODIGO         PIC X(10).
004730     05  IF-NOMBRE         PIC X(20).
004740     05  IF-PRECIO         PIC 9(5)V99.
004750     05  IF-CANTIDAD       PIC 9(3).
004760     05  IF-COD-PROVEEDOR  PIC X(06).
004770     05  IF-CANT-PRINCIPAL PIC 9(3).
004780     05  IF-CANT-ANEXO     PIC 9(3).
004790     05  IF-COSTO          PIC 9(5)V99.
004800     05  IF-CANT-RESERVADA PIC 9(3).
004810
004820 FD  MOVLOG
004830     LABEL RECORDS ARE STANDARD.
004840 01  LG-REGISTRO.
004850     05  LG-FECHA          PIC 9(8).
004860     05  FILLER            PIC X(1) VALUE SPACE.
004870     05  LG-CODIGO         PIC X(10).
004880     05  FILLER            PIC X(1) VALUE SPACE.
004890     05  LG-OPERACION      PIC X(1).
004900     05  FILLER            PIC X(1) VALUE SPACE.
004910     05  LG-CANT-ANTERIOR  PIC 9(3).
004920     05  FILLER            PIC X(1) VALUE SPACE.
004930     05  LG-CANT-NUEVA     PIC 9(3).
004940     05  FILLER            PIC X(1) VALUE SPACE.
004950     05  LG-OPERADOR       PIC X(8).
004960*    BODEGA AFECTADA (P=PRINCIPAL, A=ANEXA) EN LOS MOVIMIENTOS
004970*    POR BODEGA; EN BLANCO CUANDO LAS CANTIDADES SON EL TOTAL.
004980     05  FILLER            PIC X(1) VALUE SPACE.
004990     05  LG-BODEGA         PIC X(1).
005000*    FECHA DE LA ULTIMA SALIDA ANTERIOR AL CORTE EN LA
005010*    ENTRADA DE SALDO INICIAL (I) QUE DEJA LA DEPURACION DE
005020*    HISTORICOS; EN BLANCO EN LOS DEMAS MOVIMIENTOS.
005030     05  FILLER            PIC X(1) VALUE SPACE.
005040     05  LG-ULT-SALIDA     PIC 9(8).
005050
005060 FD  SUPLIDOR
005070     LABEL RECORDS ARE STANDARD.
005080 01  SU-REGISTRO.
005090     05  SU-CODIGO         PIC X(10).
005100     05  SU-NOMBRE         PIC X(20).
005110     05  SU-PRECIO         PIC 9(5)V99.
005120     05  SU-CANTIDAD       PIC 9(3).
005130     05  SU-COSTO          PIC 9(5)V99.
005140*    LOTE Y CADUCIDAD (AAAAMMDD) DE LA EXISTENCIA INICIAL;
005150*    EN BLANCO EN EL FORMATO ANTERIOR.
005160     05  SU-LOTE           PIC X(10).
005170     05  SU-CADUCIDAD      PIC 9(8).
005180
005190 FD  ORDCOMPRA
005200     LABEL RECORDS ARE STANDARD.
005210 01  OC-REGISTRO.
005220     05  OC-CODIGO         PIC X(10).
005230     05  FILLER            PIC X(1) VALUE SPACE.
005240     05  OC-NOMBRE         PIC X(20).
005250     05  FILLER            PIC X(1) VALUE SPACE.
005260     05  OC-CANTIDAD       PIC 9(3).
005270     05  FILLER            PIC X(1) VALUE SPACE.
005280     05  OC-CANT-RECIBIDA  PIC 9(3).
005290     05  FILLER            PIC X(1) VALUE SPACE.
005300     05  OC-ESTADO         PIC X(1).
005310*    DATOS DE LA ORDEN A LA QUE PERTENECE EL RENGLON; UN
005320*    RENGLON DEL FORMATO ANTERIOR LOS TRAE EN BLANCO.
005330     05  FILLER            PIC X(1) VALUE SPACE.
005340     05  OC-NUMERO         PIC 9(6).
005350     05  FILLER            PIC X(1) VALUE SPACE.
005360     05  OC-PROVEEDOR      PIC X(6).
005370     05  FILLER            PIC X(1) VALUE SPACE.
005380     05  OC-FECHA          PIC 9(8).
005390     05  FILLER            PIC X(1) VALUE SPACE.
005400     05  OC-FECHA-ESPERADA PIC 9(8).
005410     05  FILLER            PIC X(1) VALUE SPACE.
005420     05  OC-COSTO          PIC 9(5)V99.
005430*    COSTO UNITARIO PROMEDIO DE LO RECIBIDO EN EL RENGLON,
005440*    SEGUN LAS FACTURAS CAPTURADAS AL RECIBIR.
005450     05  FILLER            PIC X(1) VALUE SPACE.
005460     05  OC-COSTO-RECIBIDO PIC 9(5)V99.
005470
005480*----------------------------------------------------------*
005490* HISTORICO DE RENGLONES DE ORDEN DE COMPRA CERRADOS       *
005500* (RECIBIDOS COMPLETOS Y FACTURADOS): EL RENGLON COMO      *
005510* ESTABA EN ORDCOMPRA.DAT Y LA FECHA EN QUE SE CERRO       *
005520*----------------------------------------------------------*
005530 FD  ORDHIST
005540     LABEL RECORDS ARE STANDARD.
005550 01  OH-REGISTRO.
005560     05  OH-RENGLON        PIC X(89).
005570     05  FILLER            PIC X(1) VALUE SPACE.
005580     05  OH-FECHA-CIERRE   PIC 9(8).
005590
005600 FD  PROVEEDOR
005610     LABEL RECORDS ARE STANDARD.
005620 01  PV-REGISTRO.
005630     05  PV-CODIGO         PIC X(06).
005640     05  PV-NOMBRE         PIC X(20).
005650     05  PV-CONTACTO       PIC X(20).
005660     05  PV-PLAZO-ENTREGA  PIC 9(3).
005670
005680 FD  CONTEOF
005690     LABEL RECORDS ARE STANDARD.
005700 01  CF-REGISTRO.
005710     05  CF-CODIGO         PIC X(10).
005720     05  FILLER            PIC X(1) VALUE SPACE.
005730     05  CF-CANTIDAD       PIC 9(3).
005740*    UN RENGLON CON LOTE CUENTA SOLO ESE LOTE EN SU BODEGA
005750*    (P SI VA EN BLANCO); SIN LOTE CUENTA EL TOTAL DEL
005760*    PRODUCTO. UN PRODUCTO SE CUENTA DE UNA U OTRA FORMA.
005770     05  FILLER            PIC X(1) VALUE SPACE.
005780     05  CF-LOTE           PIC X(10).
005790     05  FILLER            PIC X(1) VALUE SPACE.
005800     05  CF-BODEGA         PIC X(1).
005810     05  FILLER            PIC X(1) VALUE SPACE.
005820     05  CF-CADUCIDAD      PIC 9(8).
005830
005840*----------------------------------------------------------*
005850* FORMATO ANTERIOR DEL MAESTRO DE INVENTARIO (SIN COSTO    *
005860* UNITARIO), SOLO PARA LA CONVERSION AUTOMATICA AL FORMATO *
005870* ACTUAL                                                   *
005880*----------------------------------------------------------*
005890 FD  INVIEJO
005900     LABEL RECORDS ARE STANDARD.
005910 01  VI-REGISTRO.
005920     05  VI-CODIGO         PIC X(10).
005930     05  VI-NOMBRE         PIC X(20).
005940     05  VI-PRECIO         PIC 9(5)V99.
005950     05  VI-CANTIDAD       PIC 9(3).
005960     05  VI-COD-PROVEEDOR  PIC X(06).
005970     05  VI-CANT-PRINCIPAL PIC 9(3).
005980     05  VI-CANT-ANEXO     PIC 9(3).
005990
006000 FD  CONVTEMP
006010     LABEL RECORDS ARE STANDARD.
006020 01  CV-REGISTRO.
006030     05  CV-CODIGO         PIC X(10).
006040     05  CV-NOMBRE         PIC X(20).
006050     05  CV-PRECIO         PIC 9(5)V99.
006060     05  CV-CANTIDAD       PIC 9(3).
006070     05  CV-COD-PROVEEDOR  PIC X(06).
006080     05  CV-CANT-PRINCIPAL PIC 9(3).
006090     05  CV-CANT-ANEXO     PIC 9(3).
006100     05  CV-COSTO          PIC 9(5)V99.
006110     05  CV-CANT-RESERVADA PIC 9(3).
006120
006130 FD  CARGACKP
006140     LABEL RECORDS ARE STANDARD.
006150 01  CK-REGISTRO.
006160     05  CK-CONTADOR       PIC 9(05).
006170
006180 FD  DESPACHO
006190     LABEL RECORDS ARE STANDARD.
006200 01  DP-REGISTRO.
006210     05  DP-DATOS.
006220         10  DP-CODIGO      PIC X(10).
006230         10  FILLER         PIC X(1) VALUE SPACE.
006240         10  DP-CANTIDAD    PIC 9(3).
006250*    FOLIO DEL PEDIDO QUE ORIGINO LA LINEA; EN BLANCO EN
006260*    LINEAS CAPTURADAS A MANO (SE DESPACHAN SIN FACTURA).
006270         10  FILLER         PIC X(1) VALUE SPACE.
006280         10  DP-FOLIO       PIC 9(6).
006290*    LOTE ASIGNADO POR EL PICKING; EN BLANCO EL DESPACHO
006300*    DESCARGA EL LOTE QUE CADUCA PRIMERO.
006310         10  FILLER         PIC X(1) VALUE SPACE.
006320         10  DP-LOTE        PIC X(10).
006330*    EL REGISTRO DE CONTROL OPCIONAL LLEVA UN ASTERISCO,
006340*    LA CUENTA DECLARADA DE LINEAS Y EL TOTAL DECLARADO
006350*    DE CANTIDADES.
006360     05  DP-VISTA-CONTROL REDEFINES DP-DATOS.
006370         10  DP-TR-MARCA    PIC X(1).
006380         10  DP-TR-CUENTA   PIC 9(4).
006390         10  DP-TR-TOTAL    PIC 9(6).
006400         10  FILLER         PIC X(21).
006410
006420 FD  EXCEPCION
006430     LABEL RECORDS ARE STANDARD.
006440 01  EX-REGISTRO.
006450     05  EX-ORIGEN         PIC X(10).
006460     05  FILLER            PIC X(1) VALUE SPACE.
006470     05  EX-CODIGO         PIC X(10).
006480     05  FILLER            PIC X(1) VALUE SPACE.
006490     05  EX-MOTIVO         PIC X(30).
006500     05  FILLER            PIC X(1) VALUE SPACE.
006510     05  EX-OPERADOR       PIC X(8).
006520     05  FILLER            PIC X(1) VALUE SPACE.
006530     05  EX-FECHA          PIC 9(8).
006540     05  FILLER            PIC X(1) VALUE SPACE.
006550     05  EX-ESTADO         PIC X(1).
006560     05  FILLER            PIC X(1) VALUE SPACE.
006570     05  EX-FECHA-RES      PIC 9(8).
006580     05  FILLER            PIC X(1) VALUE SPACE.
006590     05  EX-NOTA           PIC X(20).
006600
006610*----------------------------------------------------------*
006620* CONTROL DE PERIODOS DE INVENTARIO CERRADOS               *
006630*----------------------------------------------------------*
006640 FD  PERIODOS
006650     LABEL RECORDS ARE STANDARD.
006660 01  PI-REGISTRO.
006670     05  PI-PERIODO        PIC X(6).
006680     05  FILLER            PIC X(1) VALUE SPACE.
006690     05  PI-FECHA-CIERRE   PIC 9(8).
006700     05  FILLER            PIC X(1) VALUE SPACE.
006710     05  PI-ESTADO         PIC X(1).
006720
006730*----------------------------------------------------------*
006740* SNAPSHOT FECHADO DEL MAESTRO DE INVENTARIO (SE GRABA UNO *
006750* POR CIERRE MENSUAL; EL DEL PERIODO ANTERIOR SE RELEE     *
006760* PARA CONCILIAR)                                          *
006770*----------------------------------------------------------*
006780 FD  SNAPACT
006790     LABEL RECORDS ARE STANDARD.
006800 01  SN-REGISTRO.
006810     05  SN-CODIGO         PIC X(10).
006820     05  SN-NOMBRE         PIC X(20).
006830     05  SN-PRECIO         PIC 9(5)V99.
006840     05  SN-CANTIDAD       PIC 9(3).
006850     05  SN-COD-PROVEEDOR  PIC X(06).
006860     05  SN-CANT-PRINCIPAL PIC 9(3).
006870     05  SN-CANT-ANEXO     PIC 9(3).
006880     05  SN-COSTO          PIC 9(5)V99.
006890     05  SN-CANT-RESERVADA PIC 9(3).
006900
006910 FD  SNAPANT
006920     LABEL RECORDS ARE STANDARD.
006930 01  SA-REGISTRO.
006940     05  SA-CODIGO         PIC X(10).
006950     05  SA-NOMBRE         PIC X(20).
006960     05  SA-PRECIO         PIC 9(5)V99.
006970     05  SA-CANTIDAD       PIC 9(3).
006980     05  SA-COD-PROVEEDOR  PIC X(06).
006990     05  SA-CANT-PRINCIPAL PIC 9(3).
007000     05  SA-CANT-ANEXO     PIC 9(3).
007010     05  SA-COSTO          PIC 9(5)V99.
007020     05  SA-CANT-RESERVADA PIC 9(3).
007030
007040 FD  CLIENTE
007050     LABEL RECORDS ARE STANDARD.
007060 01  CL-REGISTRO.
007070     05  CL-CODIGO         PIC X(06).
007080     05  CL-NOMBRE         PIC X(20).
007090     05  CL-DIRECCION      PIC X(30).
007100
007110*----------------------------------------------------------*
007120* PEDIDOS DE CLIENTES: UN RENGLON POR PRODUCTO PEDIDO, CON *
007130* FOLIO CONSECUTIVO Y ESTADO (A=ASIGNADO CON RESERVA,      *
007140* B=PENDIENTE DE SURTIR, P=ENVIADO A PICKING)              *
007150*----------------------------------------------------------*
007160 FD  PEDIDOS
007170     LABEL RECORDS ARE STANDARD.
007180 01  PD-REGISTRO.
007190     05  PD-FOLIO          PIC 9(6).
007200     05  FILLER            PIC X(1) VALUE SPACE.
007210     05  PD-CLIENTE        PIC X(6).
007220     05  FILLER            PIC X(1) VALUE SPACE.
007230     05  PD-CODIGO         PIC X(10).
007240     05  FILLER            PIC X(1) VALUE SPACE.
007250     05  PD-CANTIDAD       PIC 9(3).
007260     05  FILLER            PIC X(1) VALUE SPACE.
007270     05  PD-ESTADO         PIC X(1).
007280
007290*----------------------------------------------------------*
007300* CONTROL DE CONSECUTIVOS: ULTIMO FOLIO DE PEDIDO, ULTIMO  *
007310* NUMERO DE FACTURA Y ULTIMA ORDEN DE COMPRA               *
007320*----------------------------------------------------------*
007330 FD  FOLIOS
007340     LABEL RECORDS ARE STANDARD.
007350 01  FO-REGISTRO.
007360     05  FO-FOLIO          PIC 9(6).
007370     05  FILLER            PIC X(1) VALUE SPACE.
007380     05  FO-FACTURA        PIC 9(6).
007390     05  FILLER            PIC X(1) VALUE SPACE.
007400     05  FO-ORDEN          PIC 9(6).
007410
007420 FD  REPORTE
007430     LABEL RECORDS ARE STANDARD.
007440 01  RP-REGISTRO           PIC X(80).
007450
007460*----------------------------------------------------------*
007470* TRASPASOS ENTRE BODEGAS EN LOTE: CODIGO, BODEGA DE       *
007480* ORIGEN (P=PRINCIPAL, A=ANEXA) Y CANTIDAD A TRASPASAR     *
007490*----------------------------------------------------------*
007500 FD  TRASPASO
007510     LABEL RECORDS ARE STANDARD.
007520 01  TP-REGISTRO.
007530     05  TP-CODIGO         PIC X(10).
007540     05  FILLER            PIC X(1) VALUE SPACE.
007550     05  TP-ORIGEN         PIC X(1).
007560     05  FILLER            PIC X(1) VALUE SPACE.
007570     05  TP-CANTIDAD       PIC 9(3).
007580
007590*----------------------------------------------------------*
007600* DEVOLUCIONES DE CLIENTES: UN RENGLON POR LINEA DEVUELTA, *
007610* LIGADO AL FOLIO DEL PEDIDO, CON SU DESTINO (P=PRINCIPAL, *
007620* A=ANEXA, M=MERMA) Y EL COSTO UNITARIO AL DEVOLVER        *
007630*----------------------------------------------------------*
007640 FD  DEVOLUC
007650     LABEL RECORDS ARE STANDARD.
007660 01  DV-REGISTRO.
007670     05  DV-FECHA          PIC 9(8).
007680     05  FILLER            PIC X(1) VALUE SPACE.
007690     05  DV-FOLIO          PIC 9(6).
007700     05  FILLER            PIC X(1) VALUE SPACE.
007710     05  DV-CLIENTE        PIC X(6).
007720     05  FILLER            PIC X(1) VALUE SPACE.
007730     05  DV-CODIGO         PIC X(10).
007740     05  FILLER            PIC X(1) VALUE SPACE.
007750     05  DV-CANTIDAD       PIC 9(3).
007760     05  FILLER            PIC X(1) VALUE SPACE.
007770     05  DV-DESTINO        PIC X(1).
007780     05  FILLER            PIC X(1) VALUE SPACE.
007790     05  DV-COSTO          PIC 9(5)V99.
007800     05  FILLER            PIC X(1) VALUE SPACE.
007810     05  DV-OPERADOR       PIC X(8).
007820*    LOTE AL QUE SE REINGRESO; EN BLANCO SIN LOTE, EN MERMA
007830*    Y EN LOS RENGLONES ANTERIORES.
007840     05  FILLER            PIC X(1) VALUE SPACE.
007850     05  DV-LOTE           PIC X(10).
007860
007870*----------------------------------------------------------*
007880* HISTORICO DE FACTURAS: UN RENGLON POR LINEA FACTURADA,   *
007890* CON EL PRECIO DEL DIA DEL ENVIO, SU IMPORTE Y SU IVA     *
007900*----------------------------------------------------------*
007910 FD  FACTURAS
007920     LABEL RECORDS ARE STANDARD.
007930 01  FA-REGISTRO.
007940     05  FA-FACTURA        PIC 9(6).
007950     05  FILLER            PIC X(1) VALUE SPACE.
007960     05  FA-FECHA          PIC 9(8).
007970     05  FILLER            PIC X(1) VALUE SPACE.
007980     05  FA-FOLIO          PIC 9(6).
007990     05  FILLER            PIC X(1) VALUE SPACE.
008000     05  FA-CLIENTE        PIC X(6).
008010     05  FILLER            PIC X(1) VALUE SPACE.
008020     05  FA-CODIGO         PIC X(10).
008030     05  FILLER            PIC X(1) VALUE SPACE.
008040     05  FA-CANTIDAD       PIC 9(3).
008050     05  FILLER            PIC X(1) VALUE SPACE.
008060     05  FA-PRECIO         PIC 9(5)V99.
008070     05  FILLER            PIC X(1) VALUE SPACE.
008080     05  FA-IMPORTE        PIC 9(8)V99.
008090     05  FILLER            PIC X(1) VALUE SPACE.
008100     05  FA-IVA            PIC 9(7)V99.
008110
008120*----------------------------------------------------------*
008130* CUENTAS POR COBRAR: MOVIMIENTOS POR FACTURA (F=CARGO DE  *
008140* LA FACTURA CON IVA, P=PAGO RECIBIDO); EL SALDO DE UNA    *
008150* FACTURA ES SU CARGO MENOS SUS PAGOS                      *
008160*----------------------------------------------------------*
008170 FD  CXCOBRAR
008180     LABEL RECORDS ARE STANDARD.
008190 01  CC-REGISTRO.
008200     05  CC-TIPO           PIC X(1).
008210     05  FILLER            PIC X(1) VALUE SPACE.
008220     05  CC-FACTURA        PIC 9(6).
008230     05  FILLER            PIC X(1) VALUE SPACE.
008240     05  CC-CLIENTE        PIC X(6).
008250     05  FILLER            PIC X(1) VALUE SPACE.
008260     05  CC-FECHA          PIC 9(8).
008270     05  FILLER            PIC X(1) VALUE SPACE.
008280     05  CC-IMPORTE        PIC 9(9)V99.
008290     05  FILLER            PIC X(1) VALUE SPACE.
008300     05  CC-OPERADOR       PIC X(8).
008310
008320*----------------------------------------------------------*
008330* BITACORA DE REVALUACION DEL COSTO UNITARIO: COSTO        *
008340* ANTERIOR Y NUEVO, EXISTENCIA PREVIA, CANTIDAD Y COSTO    *
008350* RECIBIDOS Y ORIGEN (R=RECEPCION, M=MODIFICACION,         *
008360* E=ENSAMBLE DE KITS)                                      *
008370*----------------------------------------------------------*
008380 FD  COSTLOG
008390     LABEL RECORDS ARE STANDARD.
008400 01  CS-REGISTRO.
008410     05  CS-FECHA          PIC 9(8).
008420     05  FILLER            PIC X(1) VALUE SPACE.
008430     05  CS-CODIGO         PIC X(10).
008440     05  FILLER            PIC X(1) VALUE SPACE.
008450     05  CS-COSTO-ANT      PIC 9(5)V99.
008460     05  FILLER            PIC X(1) VALUE SPACE.
008470     05  CS-COSTO-NUEVO    PIC 9(5)V99.
008480     05  FILLER            PIC X(1) VALUE SPACE.
008490     05  CS-CANT-EXIST     PIC 9(3).
008500     05  FILLER            PIC X(1) VALUE SPACE.
008510     05  CS-CANT-RECIBIDA  PIC 9(3).
008520     05  FILLER            PIC X(1) VALUE SPACE.
008530     05  CS-COSTO-FACTURA  PIC 9(5)V99.
008540     05  FILLER            PIC X(1) VALUE SPACE.
008550     05  CS-ORIGEN         PIC X(1).
008560     05  FILLER            PIC X(1) VALUE SPACE.
008570     05  CS-OPERADOR       PIC X(8).
008580
008590*----------------------------------------------------------*
008600* FACTURAS DE PROVEEDOR POR COTEJAR: PROVEEDOR, FACTURA,   *
008610* ORDEN DE COMPRA, PRODUCTO, CANTIDAD Y PRECIO FACTURADOS  *
008620*----------------------------------------------------------*
008630 FD  FACTPROV
008640     LABEL RECORDS ARE STANDARD.
008650 01  FP-REGISTRO.
008660     05  FP-PROVEEDOR      PIC X(6).
008670     05  FILLER            PIC X(1) VALUE SPACE.
008680     05  FP-FACTURA        PIC X(10).
008690     05  FILLER            PIC X(1) VALUE SPACE.
008700     05  FP-ORDEN          PIC 9(6).
008710     05  FILLER            PIC X(1) VALUE SPACE.
008720     05  FP-CODIGO         PIC X(10).
008730     05  FILLER            PIC X(1) VALUE SPACE.
008740     05  FP-CANTIDAD       PIC 9(3).
008750     05  FILLER            PIC X(1) VALUE SPACE.
008760     05  FP-PRECIO         PIC 9(5)V99.
008770
008780*----------------------------------------------------------*
008790* CUENTAS POR PAGAR: RENGLONES DE FACTURA DE PROVEEDOR     *
008800* APROBADOS POR EL COTEJO                                  *
008810*----------------------------------------------------------*
008820 FD  CXPAGAR
008830     LABEL RECORDS ARE STANDARD.
008840 01  CP-REGISTRO.
008850     05  CP-FECHA          PIC 9(8).
008860     05  FILLER            PIC X(1) VALUE SPACE.
008870     05  CP-PROVEEDOR      PIC X(6).
008880     05  FILLER            PIC X(1) VALUE SPACE.
008890     05  CP-FACTURA        PIC X(10).
008900     05  FILLER            PIC X(1) VALUE SPACE.
008910     05  CP-ORDEN          PIC 9(6).
008920     05  FILLER            PIC X(1) VALUE SPACE.
008930     05  CP-CODIGO         PIC X(10).
008940     05  FILLER            PIC X(1) VALUE SPACE.
008950     05  CP-CANTIDAD       PIC 9(3).
008960     05  FILLER            PIC X(1) VALUE SPACE.
008970     05  CP-PRECIO         PIC 9(5)V99.
008980     05  FILLER            PIC X(1) VALUE SPACE.
008990     05  CP-IMPORTE        PIC 9(8)V99.
009000     05  FILLER            PIC X(1) VALUE SPACE.
009010     05  CP-OPERADOR       PIC X(8).
009020
009030*----------------------------------------------------------*
009040* EXISTENCIA POR PRODUCTO, LOTE Y BODEGA (P/A) CON SU      *
009050* FECHA DE CADUCIDAD (CERO SI NO CADUCA)                   *
009060*----------------------------------------------------------*
009070 FD  LOTESINV
009080     LABEL RECORDS ARE STANDARD.
009090 01  LT-REGISTRO.
009100     05  LT-CODIGO         PIC X(10).
009110     05  FILLER            PIC X(1) VALUE SPACE.
009120     05  LT-LOTE           PIC X(10).
009130     05  FILLER            PIC X(1) VALUE SPACE.
009140     05  LT-BODEGA         PIC X(1).
009150     05  FILLER            PIC X(1) VALUE SPACE.
009160     05  LT-CADUCIDAD      PIC 9(8).
009170     05  FILLER            PIC X(1) VALUE SPACE.
009180     05  LT-CANTIDAD       PIC 9(3).
009190
009200*----------------------------------------------------------*
009210* ESTRUCTURA DE LOS KITS: PRODUCTO TERMINADO, COMPONENTE   *
009220* Y CANTIDAD DEL COMPONENTE POR KIT                        *
009230*----------------------------------------------------------*
009240 FD  ESTRUCT
009250     LABEL RECORDS ARE STANDARD.
009260 01  BM-REGISTRO.
009270     05  BM-KIT            PIC X(10).
009280     05  FILLER            PIC X(1) VALUE SPACE.
009290     05  BM-COMPONENTE     PIC X(10).
009300     05  FILLER            PIC X(1) VALUE SPACE.
009310     05  BM-CANTIDAD       PIC 9(3).
009320
009330*----------------------------------------------------------*
009340* CATALOGO DE CUENTAS CONTABLES: CONCEPTO Y CLAVE (EN      *
009350* BLANCO = CUENTA GENERAL DEL CONCEPTO) CON LA CUENTA A LA *
009360* QUE SE ASIENTA                                           *
009370*----------------------------------------------------------*
009380 FD  CUENTAS
009390     LABEL RECORDS ARE STANDARD.
009400 01  CM-REGISTRO.
009410     05  CM-CONCEPTO       PIC X(10).
009420     05  FILLER            PIC X(1).
009430     05  CM-CLAVE          PIC X(10).
009440     05  FILLER            PIC X(1).
009450     05  CM-CUENTA         PIC X(12).
009460     05  FILLER            PIC X(1).
009470     05  CM-DESCRIPCION    PIC X(30).
009480
009490*----------------------------------------------------------*
009500* POLIZAS CONTABLES PARA LA INTERFAZ CON CONTABILIDAD: UN  *
009510* RENGLON (D) POR CUENTA Y UN REGISTRO DE CONTROL (T) POR  *
009520* POLIZA CON EL NUMERO DE RENGLONES Y LOS TOTALES          *
009530*----------------------------------------------------------*
009540 FD  POLIZAS
009550     LABEL RECORDS ARE STANDARD.
009560 01  PZ-REGISTRO.
009570     05  PZ-NUMERO         PIC 9(6).
009580     05  FILLER            PIC X(1) VALUE SPACE.
009590     05  PZ-TIPO           PIC X(1).
009600         88  PZ-DETALLE              VALUE "D".
009610         88  PZ-CONTROL              VALUE "T".
009620     05  FILLER            PIC X(1) VALUE SPACE.
009630     05  PZ-ORIGEN         PIC X(3).
009640     05  FILLER            PIC X(1) VALUE SPACE.
009650     05  PZ-PERIODO        PIC X(6).
009660     05  FILLER            PIC X(1) VALUE SPACE.
009670     05  PZ-FECHA          PIC 9(8).
009680     05  FILLER            PIC X(1) VALUE SPACE.
009690     05  PZ-DATOS.
009700         10  PZ-CUENTA     PIC X(12).
009710         10  FILLER        PIC X(1).
009720         10  PZ-CONCEPTO   PIC X(10).
009730         10  FILLER        PIC X(1).
009740         10  PZ-CLAVE      PIC X(10).
009750     05  PZ-VISTA-CONTROL REDEFINES PZ-DATOS.
009760         10  PZ-RENGLONES  PIC 9(4).
009770         10  FILLER        PIC X(30).
009780     05  FILLER            PIC X(1) VALUE SPACE.
009790     05  PZ-CARGO          PIC 9(9)V99.
009800     05  FILLER            PIC X(1) VALUE SPACE.
009810     05  PZ-ABONO          PIC 9(9)V99.
009820     05  FILLER            PIC X(1) VALUE SPACE.
009830     05  PZ-OPERADOR       PIC X(8).
009840
009850*----------------------------------------------------------*
009860* ULTIMO NUMERO DE POLIZA ASIGNADO (COMPARTIDO CON EL      *
009870* SISTEMA DE NOMINA)                                       *
009880*----------------------------------------------------------*
009890 FD  POLIZCTL
009900     LABEL RECORDS ARE STANDARD.
009910 01  PX-REGISTRO.
009920     05  PX-NUMERO         PIC 9(6).
009930
009940*----------------------------------------------------------*
009950* LISTA DE PRECIOS DEL PROVEEDOR: CODIGO, PRECIO NUEVO Y   *
009960* FECHA EFECTIVA; PRECPEND.DAT GUARDA CON EL MISMO FORMATO *
009970* LOS CAMBIOS FECHADOS A FUTURO                            *
009980*----------------------------------------------------------*
009990 FD  PRECIOS
010000     LABEL RECORDS ARE STANDARD.
010010 01  PN-REGISTRO.
010020     05  PN-CODIGO         PIC X(10).
010030     05  FILLER            PIC X(1) VALUE SPACE.
010040     05  PN-PRECIO         PIC 9(5)V99.
010050     05  FILLER            PIC X(1) VALUE SPACE.
010060     05  PN-FECHA-EFECTIVA PIC 9(8).
010070
010080 FD  PRECPEND
010090     LABEL RECORDS ARE STANDARD.
010100 01  PP-REGISTRO.
010110     05  PP-CODIGO         PIC X(10).
010120     05  FILLER            PIC X(1) VALUE SPACE.
010130     05  PP-PRECIO         PIC 9(5)V99.
010140     05  FILLER            PIC X(1) VALUE SPACE.
010150     05  PP-FECHA-EFECTIVA PIC 9(8).
010160
010170 FD  PRECLOG
010180     LABEL RECORDS ARE STANDARD.
010190 01  PL-REGISTRO.
010200     05  PL-FECHA          PIC 9(8).
010210     05  FILLER            PIC X(1) VALUE SPACE.
010220     05  PL-CODIGO         PIC X(10).
010230     05  FILLER            PIC X(1) VALUE SPACE.
010240     05  PL-PRECIO-ANT     PIC 9(5)V99.
010250     05  FILLER            PIC X(1) VALUE SPACE.
010260     05  PL-PRECIO-NUEVO   PIC 9(5)V99.
010270     05  FILLER            PIC X(1) VALUE SPACE.
010280     05  PL-FECHA-EFECTIVA PIC 9(8).
010290     05  FILLER            PIC X(1) VALUE SPACE.
010300     05  PL-OPERADOR       PIC X(8).
010310
010320 WORKING-STORAGE SECTION.
010330*----------------------------------------------------------*
010340* CONTADORES Y CONMUTADORES                                *
010350*----------------------------------------------------------*
010360 01  CONTADOR            PIC 9(3) VALUE 0.
010370
010380 01  FS-INVENTAR         PIC X(02) VALUE "00".
010390     88  FS-OK                     VALUE "00".
010400     88  FS-NO-EXISTE              VALUE "35".
010410     88  FS-DUPLICADO              VALUE "22".
010420     88  FS-FIN-ARCHIVO            VALUE "10".
010430     88  FS-LAYOUT-VIEJO           VALUE "39".
010440
010450 01  FS-INVIEJO          PIC X(02) VALUE "00".
010460     88  FS-INVIEJO-OK             VALUE "00".
010470
010480 01  FS-CONVTEMP         PIC X(02) VALUE "00".
010490     88  FS-CONVTEMP-OK            VALUE "00".
010500
010510 01  SW-INICIO-FALLIDO   PIC X(01) VALUE "N".
010520     88  INICIO-FALLIDO            VALUE "S".
010530
010540 01  CONTADOR-CONVERTIDOS PIC 9(05) VALUE 0.
010550
010560 01  FS-MOVLOG           PIC X(02) VALUE "00".
010570     88  FS-MOVLOG-OK              VALUE "00".
010580
010590 01  FS-SUPLIDOR         PIC X(02) VALUE "00".
010600     88  FS-SUPLIDOR-OK            VALUE "00".
010610
010620 01  FS-ORDCOMPRA        PIC X(02) VALUE "00".
010630     88  FS-ORDCOMPRA-OK           VALUE "00".
010640
010650 01  FS-ORDHIST          PIC X(02) VALUE "00".
010660     88  FS-ORDHIST-OK             VALUE "00".
010670 01  SW-OH-ABIERTO       PIC X(1) VALUE "N".
010680     88  OH-ABIERTO                VALUE "S".
010690
010700 01  FS-PROVEEDOR        PIC X(02) VALUE "00".
010710     88  FS-PROVEEDOR-OK           VALUE "00".
010720     88  FS-PROVEEDOR-NO-EXISTE    VALUE "35".
010730     88  FS-PROVEEDOR-DUPLICADO    VALUE "22".
010740
010750 01  FS-CONTEOF          PIC X(02) VALUE "00".
010760     88  FS-CONTEOF-OK             VALUE "00".
010770
010780 01  FS-CARGACKP         PIC X(02) VALUE "00".
010790     88  FS-CARGACKP-OK            VALUE "00".
010800
010810 01  FS-DESPACHO         PIC X(02) VALUE "00".
010820     88  FS-DESPACHO-OK            VALUE "00".
010830
010840 01  FS-EXCEPCION        PIC X(02) VALUE "00".
010850     88  FS-EXCEPCION-OK           VALUE "00".
010860
010870 01  CONTADOR-CARGADOS   PIC 9(3) VALUE 0.
010880 01  CONTADOR-RECHAZADOS PIC 9(3) VALUE 0.
010890 01  CONTADOR-OMITIDOS   PIC 9(05) VALUE 0.
010900 01  REG-ACTUAL          PIC 9(05) VALUE 0.
010910 01  REG-CHECKPOINT      PIC 9(05) VALUE 0.
010920 01  CONTADOR-DESPACHADOS PIC 9(3) VALUE 0.
010930 01  CONTADOR-DESP-RECH  PIC 9(3) VALUE 0.
010940
010950 01  MOV-CODIGO          PIC X(10).
010960 01  MOV-OPERACION       PIC X(01).
010970 01  MOV-CANT-ANTERIOR   PIC 9(3).
010980 01  MOV-CANT-NUEVA      PIC 9(3).
010990 01  MOV-BODEGA          PIC X(01) VALUE SPACE.
011000 01  CANT-ANTERIOR       PIC 9(3).
011010
011020 01  SW-FIN-ARCHIVO      PIC X(01) VALUE "N".
011030     88  FIN-ARCHIVO               VALUE "S".
011040
011050*----------------------------------------------------------*
011060* VARIABLES PARA ENTRADA DE DATOS                          *
011070*----------------------------------------------------------*
011080 01  OPCION             PIC 99 VALUE 0.
011090 01  OPCION-PROVEEDOR   PIC 9 VALUE 0.
011100 01  OPCION-CLIENTE     PIC 9 VALUE 0.
011110 01  OPCION-PEDIDO      PIC 9 VALUE 0.
011120 01  OPCION-BUSQUEDA    PIC 9 VALUE 0.
011130 01  TEMP-CODIGO        PIC X(10).
011140 01  TEMP-NOMBRE        PIC X(20).
011150 01  TEMP-PRECIO        PIC 9(5)V99.
011160 01  TEMP-COSTO         PIC 9(5)V99.
011170 01  TEMP-CANTIDAD      PIC 9(3).
011180 01  TEMP-CANT-PRINCIPAL PIC 9(3).
011190 01  TEMP-CANT-ANEXO    PIC 9(3).
011200 01  TEMP-COD-PROV      PIC X(06).
011210 01  TEMP-PV-NOMBRE     PIC X(20).
011220 01  TEMP-PV-CONTACTO   PIC X(20).
011230 01  TEMP-PV-PLAZO      PIC 9(3).
011240 01  TEMP-CL-CODIGO     PIC X(06).
011250 01  TEMP-CL-NOMBRE     PIC X(20).
011260 01  TEMP-CL-DIRECCION  PIC X(30).
011270 01  ENCONTRADO         PIC X VALUE "N".
011280 01  UMBRAL-REORDEN     PIC 9(3) VALUE 0.
011290 01  VALOR-PRODUCTO     PIC 9(8)V99 VALUE 0.
011300 01  VALOR-TOTAL        PIC 9(9)V99 VALUE 0.
011310 01  VALOR-COSTO-PROD   PIC 9(8)V99 VALUE 0.
011320 01  VALOR-COSTO-TOTAL  PIC 9(9)V99 VALUE 0.
011330 01  MARGEN-UNITARIO    PIC S9(5)V99 VALUE 0.
011340 01  MARGEN-PORCENTAJE  PIC S9(3)V99 VALUE 0.
011350 01  MARGEN-ED          PIC -ZZZZ9.99.
011360 01  MARGEN-PORC-ED     PIC -ZZ9.99.
011370 01  CONTADOR-BAJO-COSTO PIC 9(3) VALUE 0.
011380
011390*----------------------------------------------------------*
011400* TABLA DE TRABAJO DEL SUGERIDO DE REORDEN POR CONSUMO:    *
011410* SALIDAS ACUMULADAS POR PRODUCTO SEGUN LA BITACORA        *
011420*----------------------------------------------------------*
011430 01  SUG-TABLA.
011440     05  SUG-RENGLON OCCURS 100 TIMES
011450             INDEXED BY SUG-IDX.
011460         10  SUG-CODIGO     PIC X(10).
011470         10  SUG-SALIDAS    PIC 9(6).
011480 01  SUG-CONTADOR       PIC 9(3) VALUE 0.
011490 01  SUG-OMITIDOS       PIC 9(3) VALUE 0.
011500 01  SUG-SUGERIDOS      PIC 9(3) VALUE 0.
011510 01  SUG-URGENTES       PIC 9(3) VALUE 0.
011520 01  SUG-HALLADO        PIC X(1) VALUE "N".
011530 01  SALIDA-MOVIMIENTO  PIC 9(3) VALUE 0.
011540 01  USO-DIARIO         PIC 9(4)V99 VALUE 0.
011550 01  PUNTO-REORDEN      PIC 9(5)V99 VALUE 0.
011560 01  DEMANDA-PLAZO      PIC 9(5)V99 VALUE 0.
011570 01  CANTIDAD-SUGERIDA  PIC 9(5) VALUE 0.
011580 01  PLAZO-USADO        PIC 9(3) VALUE 0.
011590 01  DIAS-PERIODO       PIC 9(5) VALUE 0.
011600 01  USO-DIARIO-ED      PIC ZZZ9.99.
011610 01  PUNTO-REORDEN-ED   PIC ZZZZ9.99.
011620 01  SUGERIDA-ED        PIC ZZZZ9.
011630
011640*----------------------------------------------------------*
011650* CAMPOS DE TRABAJO PARA CONVERTIR UNA FECHA AAAAMMDD EN   *
011660* UN CONTEO DE DIAS Y PODER RESTAR FECHAS                  *
011670*----------------------------------------------------------*
011680 01  TABLA-MES-DATOS.
011690     05  FILLER PIC 9(3) VALUE 000.
011700     05  FILLER PIC 9(3) VALUE 031.
011710     05  FILLER PIC 9(3) VALUE 059.
011720     05  FILLER PIC 9(3) VALUE 090.
011730     05  FILLER PIC 9(3) VALUE 120.
011740     05  FILLER PIC 9(3) VALUE 151.
011750     05  FILLER PIC 9(3) VALUE 181.
011760     05  FILLER PIC 9(3) VALUE 212.
011770     05  FILLER PIC 9(3) VALUE 243.
011780     05  FILLER PIC 9(3) VALUE 273.
011790     05  FILLER PIC 9(3) VALUE 304.
011800     05  FILLER PIC 9(3) VALUE 334.
011810 01  TABLA-MESES REDEFINES TABLA-MES-DATOS.
011820     05  MES-DIAS-ACUM OCCURS 12 TIMES PIC 9(3).
011830 01  FECHA-TRABAJO      PIC 9(8) VALUE 0.
011840 01  FECHA-TRABAJO-R REDEFINES FECHA-TRABAJO.
011850     05  FT-ANO         PIC 9(4).
011860     05  FT-MES         PIC 9(2).
011870     05  FT-DIA         PIC 9(2).
011880 01  DIAS-TRABAJO       PIC 9(7) VALUE 0.
011890 01  BIS-ANOS           PIC 9(4) VALUE 0.
011900 01  BIS-COCIENTE       PIC 9(4) VALUE 0.
011910 01  BIS-RESTO          PIC 9(4) VALUE 0.
011920 01  BIS-AJUSTE         PIC 9(4) VALUE 0.
011930 01  FECHA-HOY          PIC 9(8) VALUE 0.
011940 01  FECHA-PRIMERA      PIC 9(8) VALUE 0.
011950 01  DIAS-HOY           PIC 9(7) VALUE 0.
011960 01  DIAS-PRIMERA       PIC 9(7) VALUE 0.
011970
011980*----------------------------------------------------------*
011990* CAMPOS DE TRABAJO DEL KARDEX DE PRODUCTO                 *
012000*----------------------------------------------------------*
012010 01  KDX-CODIGO         PIC X(10).
012020 01  KDX-FECHA-DESDE    PIC 9(8) VALUE 0.
012030 01  KDX-FECHA-HASTA    PIC 9(8) VALUE 0.
012040 01  KDX-SALDO          PIC 9(3) VALUE 0.
012050 01  KDX-MOVIMIENTOS    PIC 9(5) VALUE 0.
012060 01  KDX-SALTOS         PIC 9(3) VALUE 0.
012070 01  KDX-DIFERENCIA     PIC S9(4) VALUE 0.
012080 01  KDX-DIF-ED         PIC -ZZZ9.
012090 01  SW-KDX-PRIMERO     PIC X(1) VALUE "S".
012100     88  KDX-ES-PRIMERO          VALUE "S".
012110 01  SW-KDX-EXISTE      PIC X(1) VALUE "N".
012120     88  KDX-EN-MAESTRO          VALUE "S".
012130
012140*----------------------------------------------------------*
012150* CAMPOS DE TRABAJO DEL CIERRE MENSUAL DE INVENTARIO       *
012160*----------------------------------------------------------*
012170 01  FS-PERIODOS        PIC X(02) VALUE "00".
012180     88  FS-PERIODOS-OK            VALUE "00".
012190 01  FS-SNAPACT         PIC X(02) VALUE "00".
012200     88  FS-SNAPACT-OK             VALUE "00".
012210 01  FS-SNAPANT         PIC X(02) VALUE "00".
012220     88  FS-SNAPANT-OK             VALUE "00".
012230
012240*----------------------------------------------------------*
012250* CAMPOS DE TRABAJO DE PEDIDOS DE CLIENTES Y RESERVA DE    *
012260* EXISTENCIA                                               *
012270*----------------------------------------------------------*
012280 01  FS-CLIENTE         PIC X(02) VALUE "00".
012290     88  FS-CLIENTE-OK             VALUE "00".
012300     88  FS-CLIENTE-NO-EXISTE      VALUE "35".
012310     88  FS-CLIENTE-DUPLICADO      VALUE "22".
012320 01  FS-PEDIDOS         PIC X(02) VALUE "00".
012330     88  FS-PEDIDOS-OK             VALUE "00".
012340 01  FS-FOLIOS          PIC X(02) VALUE "00".
012350     88  FS-FOLIOS-OK              VALUE "00".
012360 01  PED-TABLA.
012370     05  PED-RENGLON OCCURS 200 TIMES
012380             INDEXED BY PED-IDX.
012390         10  PED-FOLIO      PIC 9(6).
012400         10  PED-CLIENTE    PIC X(6).
012410         10  PED-CODIGO     PIC X(10).
012420         10  PED-CANTIDAD   PIC 9(3).
012430         10  PED-ESTADO     PIC X(1).
012440             88  PED-ASIGNADO          VALUE "A".
012450             88  PED-PENDIENTE         VALUE "B".
012460             88  PED-EN-PICKING        VALUE "P".
012470 01  PED-CONTADOR       PIC 9(3) VALUE 0.
012480 01  PED-OMITIDOS       PIC 9(3) VALUE 0.
012490 01  PED-GENERADOS      PIC 9(3) VALUE 0.
012500 01  PED-LIBERADOS      PIC 9(3) VALUE 0.
012510 01  FOLIO-ACTUAL       PIC 9(6) VALUE 0.
012520 01  LINEAS-CAPTURADAS  PIC 9(3) VALUE 0.
012530 01  LINEAS-RESERVADAS  PIC 9(3) VALUE 0.
012540 01  LINEAS-PENDIENTES  PIC 9(3) VALUE 0.
012550 01  CANT-DISPONIBLE    PIC S9(4) VALUE 0.
012560 01  SW-OTRA-LINEA      PIC X(1) VALUE "S".
012570     88  OTRA-LINEA                VALUE "S".
012580
012590*----------------------------------------------------------*
012600* CAMPOS DE TRABAJO DE LA ACTUALIZACION MASIVA DE PRECIOS  *
012610*----------------------------------------------------------*
012620 01  FS-PRECIOS         PIC X(02) VALUE "00".
012630     88  FS-PRECIOS-OK             VALUE "00".
012640 01  FS-PRECPEND        PIC X(02) VALUE "00".
012650     88  FS-PRECPEND-OK            VALUE "00".
012660 01  FS-PRECLOG         PIC X(02) VALUE "00".
012670     88  FS-PRECLOG-OK             VALUE "00".
012680 01  PEND-TABLA.
012690     05  PEND-RENGLON OCCURS 200 TIMES
012700             INDEXED BY PEND-IDX.
012710         10  PEN-CODIGO     PIC X(10).
012720         10  PEN-PRECIO     PIC 9(5)V99.
012730         10  PEN-FECHA      PIC 9(8).
012740         10  PEN-APLICADO   PIC X(1).
012750             88  PEN-YA-APLICADO       VALUE "S".
012760 01  PEND-CONTADOR      PIC 9(3) VALUE 0.
012770 01  PEND-OMITIDOS      PIC 9(3) VALUE 0.
012780 01  PRE-APLICADOS      PIC 9(3) VALUE 0.
012790 01  PRE-DIFERIDOS      PIC 9(3) VALUE 0.
012800 01  PRE-RECHAZADOS     PIC 9(3) VALUE 0.
012810 01  PRE-CODIGO         PIC X(10).
012820 01  PRE-PRECIO         PIC 9(5)V99 VALUE 0.
012830 01  PRE-FECHA          PIC 9(8) VALUE 0.
012840 01  PRE-EXITO          PIC X(1) VALUE "N".
012850     88  PRECIO-APLICADO           VALUE "S".
012860 01  PRECIO-ANTERIOR    PIC 9(5)V99 VALUE 0.
012870 01  CIERRE-PERIODO     PIC X(6).
012880 01  CIERRE-PERIODO-R REDEFINES CIERRE-PERIODO.
012890     05  CIE-ANO        PIC 9(4).
012900     05  CIE-MES        PIC 9(2).
012910 01  PERIODO-ANTERIOR   PIC X(6).
012920 01  PERIODO-ANT-R REDEFINES PERIODO-ANTERIOR.
012930     05  PAN-ANO        PIC 9(4).
012940     05  PAN-MES        PIC 9(2).
012950 01  SNAP-NOMBRE        PIC X(13).
012960 01  SNAP-NOMBRE-ANT    PIC X(13).
012970 01  SW-PERIODO-CERRADO PIC X(1) VALUE "N".
012980     88  PERIODO-YA-CERRADO        VALUE "S".
012990 01  SW-HAY-SNAP-ANT    PIC X(1) VALUE "N".
013000     88  HAY-SNAP-ANTERIOR         VALUE "S".
013010 01  CIERRE-UNIDADES    PIC 9(7) VALUE 0.
013020 01  CIERRE-VALOR-COSTO PIC 9(9)V99 VALUE 0.
013030 01  CIERRE-REGISTROS   PIC 9(5) VALUE 0.
013040 01  ANT-UNIDADES       PIC 9(7) VALUE 0.
013050 01  ENTRADAS-UNIDADES  PIC 9(7) VALUE 0.
013060 01  SALIDAS-UNIDADES   PIC 9(7) VALUE 0.
013070 01  AJUSTES-UNIDADES   PIC S9(7) VALUE 0.
013080 01  ENTRADAS-VALOR     PIC 9(9)V99 VALUE 0.
013090 01  SALIDAS-VALOR      PIC 9(9)V99 VALUE 0.
013100 01  AJUSTES-VALOR      PIC S9(9)V99 VALUE 0.
013110 01  MOV-UNIDADES       PIC S9(4) VALUE 0.
013120 01  MOV-VALOR          PIC S9(8)V99 VALUE 0.
013130 01  COSTO-MOVIMIENTO   PIC 9(5)V99 VALUE 0.
013140 01  UNIDADES-ESPERADAS PIC S9(8) VALUE 0.
013150 01  DIFERENCIA-CIERRE  PIC S9(8) VALUE 0.
013160 01  AJUSTES-ED         PIC -ZZZZZZ9.
013170 01  DIFERENCIA-ED      PIC -ZZZZZZ9.
013180 01  AJUSTES-VALOR-ED   PIC -ZZZ,ZZZ,ZZ9.99.
013190 01  DEVOL-UNIDADES     PIC 9(7) VALUE 0.
013200 01  DEVOL-VALOR        PIC 9(9)V99 VALUE 0.
013210 01  MERMA-UNIDADES     PIC 9(7) VALUE 0.
013220 01  MERMA-VALOR        PIC 9(9)V99 VALUE 0.
013230 01  ENSAMBLE-UNIDADES  PIC S9(7) VALUE 0.
013240 01  ENSAMBLE-VALOR     PIC S9(9)V99 VALUE 0.
013250 01  CIERRE-FECHA-HOY   PIC 9(8) VALUE 0.
013260 01  CIERRE-MES         PIC 9(2) VALUE 0.
013270 01  CANTIDAD-A-PEDIR   PIC 9(3) VALUE 0.
013280 01  CONTADOR-PEDIDOS   PIC 9(3) VALUE 0.
013290 01  VARIANZA-CONTEO    PIC S9(3) VALUE 0.
013300 01  FALTANTE-CONTEO    PIC 9(3) VALUE 0.
013310 01  CONTADOR-CONTADOS  PIC 9(3) VALUE 0.
013320 01  CONTADOR-AJUSTADOS PIC 9(3) VALUE 0.
013330 01  CONTADOR-NO-HALL   PIC 9(3) VALUE 0.
013340 01  CONTADOR-DIG-INV   PIC 9(3) VALUE 0.
013350
013360*----------------------------------------------------------*
013370* TABLA DE TRABAJO DEL REPORTE DE CLASIFICACION ABC        *
013380*----------------------------------------------------------*
013390 01  ABC-TABLA.
013400     05  ABC-RENGLON OCCURS 100 TIMES
013410             INDEXED BY ABC-IDX, ABC-IDX2.
013420         10  ABC-CODIGO     PIC X(10).
013430         10  ABC-NOMBRE     PIC X(20).
013440         10  ABC-VALOR      PIC 9(8)V99.
013450 01  ABC-AUXILIAR.
013460     05  ABC-AUX-CODIGO     PIC X(10).
013470     05  ABC-AUX-NOMBRE     PIC X(20).
013480     05  ABC-AUX-VALOR      PIC 9(8)V99.
013490 01  ABC-CONTADOR       PIC 9(3) VALUE 0.
013500 01  ABC-OMITIDOS       PIC 9(3) VALUE 0.
013510 01  ABC-TOTAL          PIC 9(9)V99 VALUE 0.
013520 01  ABC-ACUMULADO      PIC 9(9)V99 VALUE 0.
013530 01  ABC-PORCENTAJE     PIC 9(3)V99 VALUE 0.
013540 01  ABC-PORC-ANTES     PIC 9(3)V99 VALUE 0.
013550 01  ABC-CLASE          PIC X(1).
013560 01  ABC-VALOR-ED       PIC ZZ,ZZZ,ZZ9.99.
013570 01  ABC-PORC-ED        PIC ZZ9.99.
013580
013590*----------------------------------------------------------*
013600* TABLA DE TRABAJO DE LA RECEPCION DE MERCANCIA: RENGLONES *
013610* DE LA ORDEN DE COMPRA CON SU ESTADO Y LO YA RECIBIDO     *
013620*----------------------------------------------------------*
013630 01  ORD-TABLA.
013640     05  ORD-RENGLON OCCURS 300 TIMES
013650             INDEXED BY ORD-IDX, ORD-IDX2.
013660         10  ORD-CODIGO     PIC X(10).
013670         10  ORD-NOMBRE     PIC X(20).
013680         10  ORD-CANTIDAD   PIC 9(3).
013690         10  ORD-RECIBIDA   PIC 9(3).
013700         10  ORD-ESTADO     PIC X(1).
013710             88  ORD-ABIERTO           VALUE "A".
013720             88  ORD-RECIBIDO          VALUE "R".
013730             88  ORD-PENDIENTE         VALUE "B".
013740         10  ORD-NUMERO     PIC 9(6).
013750         10  ORD-PROVEEDOR  PIC X(6).
013760         10  ORD-FECHA      PIC 9(8).
013770         10  ORD-FECHA-ESP  PIC 9(8).
013780         10  ORD-COSTO      PIC 9(5)V99.
013790         10  ORD-LISTADO    PIC X(1).
013800         10  ORD-COSTO-REC  PIC 9(5)V99.
013810         10  ORD-FACTURADA  PIC 9(4).
013820 01  ORD-CONTADOR       PIC 9(3) VALUE 0.
013830 01  ORD-OMITIDOS       PIC 9(3) VALUE 0.
013840 01  ORD-RECIBIDOS      PIC 9(3) VALUE 0.
013850 01  ORD-PARCIALES      PIC 9(3) VALUE 0.
013860 01  ORD-RECHAZADOS     PIC 9(3) VALUE 0.
013870 01  ORD-CERRADOS       PIC 9(3) VALUE 0.
013880 01  CANT-RECIBIDA      PIC 9(3) VALUE 0.
013890 01  CANT-FALTANTE      PIC 9(3) VALUE 0.
013900
013910*----------------------------------------------------------*
013920* ID DEL OPERADOR DE LA SESION, LO ESTABLECE EL MENU       *
013930* UNIFICADO; EN CORRIDAS DIRECTAS QUEDA EN BLANCO.         *
013940*----------------------------------------------------------*
013950 01  OPERADOR-ACTUAL    PIC X(08) EXTERNAL.
013960
013970*----------------------------------------------------------*
013980* NIVEL DE PERMISOS DE LA SESION (1=OPERADOR,              *
013990* 2=SUPERVISOR), LO ESTABLECE EL MENU UNIFICADO; EN        *
014000* CORRIDAS DIRECTAS QUEDA SIN ESTABLECER Y NO RESTRINGE.   *
014010*----------------------------------------------------------*
014020 01  NIVEL-OPERADOR     PIC 9(1) EXTERNAL.
014030
014040*----------------------------------------------------------*
014050* PETICION DE FUNCION EN LOTE: EL MENU UNIFICADO PONE LA   *
014060* FUNCION Y SU PARAMETRO; ESTE PROGRAMA LA EJECUTA SIN     *
014070* MENU Y DEJA EL RESULTADO (OK/ER).                        *
014080*----------------------------------------------------------*
014090 01  LOTE-FUNCION       PIC X(12) EXTERNAL.
014100 01  LOTE-PARAMETRO     PIC X(10) EXTERNAL.
014110 01  LOTE-RESULTADO     PIC X(2) EXTERNAL.
014120
014130*----------------------------------------------------------*
014140* SERVICIO DE DIGITO VERIFICADOR (PARIMPAR): FUNCION G     *
014150* AGREGA EL DIGITO AL CODIGO BASE, V VALIDA UN CODIGO      *
014160* COMPLETO; RESULTADO OK, ER (NO CUADRA) O IN (INVALIDO).  *
014170*----------------------------------------------------------*
014180 01  DGV-FUNCION        PIC X(01) EXTERNAL.
014190 01  DGV-CODIGO         PIC X(10) EXTERNAL.
014200 01  DGV-DIGITO         PIC X(01) EXTERNAL.
014210 01  DGV-RESULTADO      PIC X(02) EXTERNAL.
014220
014230
014240*----------------------------------------------------------*
014250* CAMPOS DE TRABAJO DE LOS REPORTES DE IMPRESION (ARCHIVO  *
014260* DE IMAGEN DE IMPRESION CON ENCABEZADOS Y TOTALES)        *
014270*----------------------------------------------------------*
014280 01  FS-REPORTE         PIC X(02) VALUE "00".
014290     88  FS-REPORTE-OK            VALUE "00".
014300 01  SW-REPORTE-ABIERTO PIC X(1) VALUE "N".
014310     88  REPORTE-ABIERTO          VALUE "S".
014320 01  REPORTE-NOMBRE     PIC X(14).
014330 01  RP-TITULO          PIC X(40).
014340 01  RP-COLUMNAS        PIC X(60).
014350 01  RP-DETALLE         PIC X(80).
014360 01  RP-PAGINA          PIC 9(3) VALUE 0.
014370 01  RP-PAGINA-ED       PIC ZZ9.
014380 01  RP-LINEAS          PIC 9(2) VALUE 0.
014390 01  RP-FECHA           PIC 9(8) VALUE 0.
014400
014410*----------------------------------------------------------*
014420* CONTROL DE BALANCE DEL LOTE DE PICKING CONTRA SU         *
014430* REGISTRO DE CONTROL                                      *
014440*----------------------------------------------------------*
014450 01  SW-HAY-CONTROL     PIC X(01) VALUE "N".
014460     88  HAY-CONTROL              VALUE "S".
014470 01  SW-LOTE-BALANCEADO PIC X(01) VALUE "S".
014480     88  LOTE-EN-BALANCE          VALUE "S".
014490 01  SW-REORDEN-HECHO   PIC X(01) VALUE "N".
014500     88  REORDEN-HECHO            VALUE "S".
014510 01  DP-CUENTA-DECL     PIC 9(4) VALUE 0.
014520 01  DP-TOTAL-DECL      PIC 9(6) VALUE 0.
014530 01  DP-CUENTA-LOTE     PIC 9(4) VALUE 0.
014540 01  DP-TOTAL-LOTE      PIC 9(6) VALUE 0.
014550 01  DP-DIF-CUENTA      PIC S9(5) VALUE 0.
014560 01  DP-DIF-TOTAL       PIC S9(7) VALUE 0.
014570 01  DP-DIF-CUENTA-ED   PIC -ZZZ9.
014580 01  DP-DIF-TOTAL-ED    PIC -ZZZZZ9.
014590 01  PED-TOTAL-CANT     PIC 9(6) VALUE 0.
014600
014610 01  VALOR-COSTO-ED     PIC ZZZ,ZZZ,ZZ9.99.
014620 01  VALOR-VENTA-ED     PIC ZZZ,ZZZ,ZZ9.99.
014630 01  VARIANZA-ED        PIC -ZZ9.
014640 01  SW-ACCESO-OK       PIC X(1) VALUE "S".
014650     88  ACCESO-PERMITIDO         VALUE "S".
014660
014670*----------------------------------------------------------*
014680* CAMPOS DE TRABAJO PARA LA VALIDACION DE CAPTURAS         *
014690* NUMERICAS ANTES DE USARLAS                               *
014700*----------------------------------------------------------*
014710 01  ENTRADA-CAPTURA    PIC X(08).
014720 01  ENTRADA-VALIDA     PIC X(01) VALUE "N".
014730     88  ES-VALIDA                VALUE "S".
014740 01  CAPTURA-PARTE-ENT  PIC X(05) JUSTIFIED RIGHT.
014750 01  CAPTURA-ENT-NUM REDEFINES CAPTURA-PARTE-ENT PIC 9(05).
014760 01  CAPTURA-PARTE-DEC  PIC X(02).
014770 01  CAPTURA-DEC-NUM REDEFINES CAPTURA-PARTE-DEC PIC 9(02).
014780 01  PUNTO-CONTADOR     PIC 9(01) VALUE 0.
014790 01  CAPTURA-LONGITUD   PIC 9(02) VALUE 0.
014800 01  ENT-LONGITUD       PIC 9(02) VALUE 0.
014810 01  DEC-LONGITUD       PIC 9(02) VALUE 0.
014820 01  VALOR-ENTERO       PIC 9(05) VALUE 0.
014830 01  VALOR-DECIMAL      PIC 9(5)V99 VALUE 0.
014840
014850*----------------------------------------------------------*
014860* CAMPOS DE TRABAJO DEL TRASPASO ENTRE BODEGAS             *
014870*----------------------------------------------------------*
014880 01  FS-TRASPASO        PIC X(02) VALUE "00".
014890     88  FS-TRASPASO-OK            VALUE "00".
014900 01  OPCION-TRASPASO    PIC 9 VALUE 0.
014910 01  TRP-CODIGO         PIC X(10).
014920 01  TRP-ORIGEN         PIC X(01).
014930     88  TRP-DESDE-PRINCIPAL       VALUE "P".
014940     88  TRP-DESDE-ANEXA           VALUE "A".
014950 01  TRP-DESTINO        PIC X(01).
014960 01  TRP-CANTIDAD       PIC 9(3) VALUE 0.
014970 01  TRP-DISPONIBLE     PIC S9(4) VALUE 0.
014980 01  TRP-ORIGEN-ANT     PIC 9(3) VALUE 0.
014990 01  TRP-DESTINO-ANT    PIC 9(3) VALUE 0.
015000 01  TRP-MOTIVO         PIC X(30).
015010 01  SW-TRASPASO-OK     PIC X(1) VALUE "N".
015020     88  TRASPASO-APLICADO         VALUE "S".
015030 01  CONTADOR-TRASPASOS PIC 9(3) VALUE 0.
015040 01  CONTADOR-TRP-RECH  PIC 9(3) VALUE 0.
015050
015060*----------------------------------------------------------*
015070* CAMPOS DE TRABAJO DE LAS DEVOLUCIONES DE CLIENTES        *
015080*----------------------------------------------------------*
015090 01  FS-DEVOLUC         PIC X(02) VALUE "00".
015100     88  FS-DEVOLUC-OK             VALUE "00".
015110 01  DEV-FOLIO-CAPTURA  PIC X(06) JUSTIFIED RIGHT.
015120 01  DEV-FOLIO-NUM REDEFINES DEV-FOLIO-CAPTURA PIC 9(06).
015130 01  DEV-FOLIO          PIC 9(6) VALUE 0.
015140 01  DEV-CLIENTE        PIC X(06).
015150 01  DEV-CODIGO         PIC X(10).
015160 01  DEV-CANTIDAD       PIC 9(3) VALUE 0.
015170 01  DEV-LOTE           PIC X(10).
015180 01  DEV-LOTE-HALLADO   PIC X(1) VALUE "N".
015190 01  DEV-DESTINO        PIC X(01).
015200     88  DEV-A-PRINCIPAL           VALUE "P".
015210     88  DEV-A-ANEXA               VALUE "A".
015220     88  DEV-A-MERMA               VALUE "M".
015230     88  DEV-DESTINO-VALIDO        VALUE "P" "A" "M".
015240 01  DEV-ENVIADO        PIC 9(5) VALUE 0.
015250 01  DEV-YA-DEVUELTO    PIC 9(5) VALUE 0.
015260 01  DEV-DISPONIBLE     PIC S9(5) VALUE 0.
015270 01  DEV-LINEAS         PIC 9(3) VALUE 0.
015280 01  DEV-REINGRESADAS   PIC 9(5) VALUE 0.
015290 01  DEV-A-MERMA-CANT   PIC 9(5) VALUE 0.
015300 01  DEV-VALOR-MERMA    PIC 9(8)V99 VALUE 0.
015310 01  DEV-VALOR-ED       PIC ZZ,ZZZ,ZZ9.99.
015320 01  SW-FOLIO-HALLADO   PIC X(1) VALUE "N".
015330     88  FOLIO-HALLADO             VALUE "S".
015340
015350*----------------------------------------------------------*
015360* CAMPOS DE TRABAJO DE LA FACTURACION DEL DESPACHO: LINEAS *
015370* DESPACHADAS EN LA CORRIDA, AGRUPADAS DESPUES POR FOLIO   *
015380*----------------------------------------------------------*
015390 01  FS-FACTURAS        PIC X(02) VALUE "00".
015400     88  FS-FACTURAS-OK            VALUE "00".
015410 01  FS-CXCOBRAR        PIC X(02) VALUE "00".
015420     88  FS-CXCOBRAR-OK            VALUE "00".
015430*    TASA DE IVA QUE SE CARGA SOBRE EL IMPORTE DE CADA LINEA.
015440 01  FAC-TASA-IVA       PIC V99 VALUE .16.
015450 01  FAC-TABLA.
015460     05  FAC-RENGLON OCCURS 200 TIMES
015470             INDEXED BY FAC-IDX, FAC-IDX2.
015480         10  FAC-FOLIO      PIC 9(6).
015490         10  FAC-CODIGO     PIC X(10).
015500         10  FAC-NOMBRE     PIC X(20).
015510         10  FAC-CANTIDAD   PIC 9(3).
015520         10  FAC-PRECIO     PIC 9(5)V99.
015530         10  FAC-EMITIDO    PIC X(1).
015540             88  FAC-YA-EMITIDO        VALUE "S".
015550 01  FAC-CONTADOR       PIC 9(3) VALUE 0.
015560 01  FAC-OMITIDOS       PIC 9(3) VALUE 0.
015570 01  FAC-SIN-FOLIO      PIC 9(3) VALUE 0.
015580 01  FAC-EMITIDAS       PIC 9(3) VALUE 0.
015590 01  FACTURA-ACTUAL     PIC 9(6) VALUE 0.
015600 01  FAC-FOLIO-ACT      PIC 9(6) VALUE 0.
015610 01  FAC-CLIENTE        PIC X(06).
015620 01  FAC-FECHA          PIC 9(8) VALUE 0.
015630 01  FAC-IMPORTE        PIC 9(8)V99 VALUE 0.
015640 01  FAC-IVA-LINEA      PIC 9(7)V99 VALUE 0.
015650 01  FAC-SUBTOTAL       PIC 9(9)V99 VALUE 0.
015660 01  FAC-IVA            PIC 9(9)V99 VALUE 0.
015670 01  FAC-TOTAL          PIC 9(9)V99 VALUE 0.
015680 01  FAC-PRECIO-ED      PIC ZZ,ZZ9.99.
015690 01  FAC-IMPORTE-ED     PIC ZZ,ZZZ,ZZ9.99.
015700 01  FAC-TOTAL-ED       PIC ZZZ,ZZZ,ZZ9.99.
015710
015720*----------------------------------------------------------*
015730* CAMPOS DE TRABAJO DE LA COBRANZA: REGISTRO DE PAGOS Y    *
015740* ANTIGUEDAD DE SALDOS (UNA ENTRADA POR FACTURA)           *
015750*----------------------------------------------------------*
015760 01  OPCION-COBRANZA    PIC 9 VALUE 0.
015770 01  CXC-FACTURA-CAPT   PIC X(06) JUSTIFIED RIGHT.
015780 01  CXC-FACTURA-NUM REDEFINES CXC-FACTURA-CAPT PIC 9(06).
015790 01  CXC-FACTURA        PIC 9(6) VALUE 0.
015800 01  CXC-CLIENTE        PIC X(06).
015810 01  CXC-CARGO          PIC 9(9)V99 VALUE 0.
015820 01  CXC-ABONOS         PIC 9(9)V99 VALUE 0.
015830 01  CXC-SALDO          PIC S9(9)V99 VALUE 0.
015840 01  CXC-TABLA.
015850     05  CXC-RENGLON OCCURS 500 TIMES
015860             INDEXED BY CXC-IDX.
015870         10  CXT-FACTURA    PIC 9(6).
015880         10  CXT-CLIENTE    PIC X(6).
015890         10  CXT-FECHA      PIC 9(8).
015900         10  CXT-CARGO      PIC 9(9)V99.
015910         10  CXT-ABONOS     PIC 9(9)V99.
015920 01  CXC-CONTADOR       PIC 9(3) VALUE 0.
015930 01  CXC-OMITIDOS       PIC 9(3) VALUE 0.
015940 01  CXC-HALLADO        PIC X(1) VALUE "N".
015950 01  CXC-DIAS           PIC S9(7) VALUE 0.
015960 01  CXC-CORRIENTE      PIC 9(10)V99 VALUE 0.
015970 01  CXC-VENC-30        PIC 9(10)V99 VALUE 0.
015980 01  CXC-VENC-60        PIC 9(10)V99 VALUE 0.
015990 01  CXC-VENC-90        PIC 9(10)V99 VALUE 0.
016000 01  CXC-TOTAL          PIC 9(10)V99 VALUE 0.
016010 01  CXC-ABIERTAS       PIC 9(3) VALUE 0.
016020 01  CXC-TRAMO          PIC X(05).
016030 01  CXC-DIAS-ED        PIC ZZZZ9.
016040 01  CXC-SALDO-ED       PIC -ZZZ,ZZZ,ZZ9.99.
016050
016060*----------------------------------------------------------*
016070* CAMPOS DE TRABAJO DEL COSTO PROMEDIO PONDERADO Y SU      *
016080* BITACORA DE REVALUACION                                  *
016090*----------------------------------------------------------*
016100 01  FS-COSTLOG         PIC X(02) VALUE "00".
016110     88  FS-COSTLOG-OK             VALUE "00".
016120 01  COSTO-ANTERIOR     PIC 9(5)V99 VALUE 0.
016130 01  COSTO-FACTURA      PIC 9(5)V99 VALUE 0.
016140 01  COSTO-EXISTENCIA   PIC 9(3) VALUE 0.
016150 01  COSTO-RECIBIDO     PIC 9(3) VALUE 0.
016160 01  COSTO-ORIGEN       PIC X(1).
016170
016180*----------------------------------------------------------*
016190* CAMPOS DE TRABAJO DE LAS ORDENES DE COMPRA: PRODUCTOS A  *
016200* REORDENAR, AGRUPADOS DESPUES POR PROVEEDOR               *
016210*----------------------------------------------------------*
016220 01  REO-TABLA.
016230     05  REO-RENGLON OCCURS 200 TIMES
016240             INDEXED BY REO-IDX, REO-IDX2.
016250         10  REO-CODIGO     PIC X(10).
016260         10  REO-NOMBRE     PIC X(20).
016270         10  REO-CANTIDAD   PIC 9(3).
016280         10  REO-PROVEEDOR  PIC X(6).
016290         10  REO-COSTO      PIC 9(5)V99.
016300         10  REO-EMITIDO    PIC X(1).
016310             88  REO-YA-EMITIDO        VALUE "S".
016320 01  REO-CONTADOR       PIC 9(3) VALUE 0.
016330 01  REO-OMITIDOS       PIC 9(3) VALUE 0.
016340 01  REO-EN-ORDEN       PIC 9(3) VALUE 0.
016350 01  ORDEN-ACTUAL       PIC 9(6) VALUE 0.
016360 01  OC-ORDENES         PIC 9(3) VALUE 0.
016370 01  OC-PROV-ACT        PIC X(06).
016380 01  OC-PROV-NOMBRE     PIC X(20).
016390 01  OC-PROV-CONTACTO   PIC X(20).
016400 01  OC-FECHA-HOY       PIC 9(8) VALUE 0.
016410 01  OC-FECHA-ESP-ACT   PIC 9(8) VALUE 0.
016420 01  OC-NUM-CAPTURA     PIC X(06) JUSTIFIED RIGHT.
016430 01  OC-NUM-CAPT-NUM REDEFINES OC-NUM-CAPTURA PIC 9(06).
016440 01  OC-NUM-RECEPCION   PIC 9(6) VALUE 0.
016450 01  OC-RENGLONES-OC    PIC 9(3) VALUE 0.
016460 01  OC-IMPORTE         PIC 9(8)V99 VALUE 0.
016470 01  OC-TOTAL-ORDEN     PIC 9(9)V99 VALUE 0.
016480 01  OC-IMPORTE-ED      PIC ZZ,ZZZ,ZZ9.99.
016490 01  OC-COSTO-ED        PIC ZZ,ZZ9.99.
016500 01  OC-DIAS-ATRASO     PIC S9(7) VALUE 0.
016510 01  OC-ATRASO-ED       PIC ZZZZ9.
016520 01  OC-VENCIDAS        PIC 9(3) VALUE 0.
016530 01  SW-OC-HALLADA      PIC X(1) VALUE "N".
016540     88  OC-HALLADA                VALUE "S".
016550 01  DIAS-A-SUMAR       PIC 9(3) VALUE 0.
016560 01  DIAS-DEL-MES       PIC 9(2) VALUE 0.
016570 01  COSTO-LINEA-REC    PIC 9(5)V99 VALUE 0.
016580
016590*----------------------------------------------------------*
016600* CAMPOS DE TRABAJO DEL COTEJO DE FACTURAS DE PROVEEDOR    *
016610* CONTRA ORDEN Y RECEPCION, CON RESUMEN POR PROVEEDOR      *
016620*----------------------------------------------------------*
016630 01  FS-FACTPROV        PIC X(02) VALUE "00".
016640     88  FS-FACTPROV-OK            VALUE "00".
016650 01  FS-CXPAGAR         PIC X(02) VALUE "00".
016660     88  FS-CXPAGAR-OK             VALUE "00".
016670 01  COT-TOLERANCIA     PIC 9(3)V99 VALUE 0.
016680 01  COT-REFERENCIA     PIC 9(5)V99 VALUE 0.
016690 01  COT-DIFERENCIA     PIC 9(5)V99 VALUE 0.
016700 01  COT-LIMITE         PIC 9(5)V99 VALUE 0.
016710 01  COT-IMPORTE        PIC 9(8)V99 VALUE 0.
016720 01  COT-LEIDOS         PIC 9(5) VALUE 0.
016730 01  COT-APROBADOS      PIC 9(5) VALUE 0.
016740 01  COT-EXCEPCIONES    PIC 9(5) VALUE 0.
016750 01  COT-MOTIVO         PIC X(30).
016760 01  COT-TABLA.
016770     05  COT-RENGLON OCCURS 50 TIMES
016780             INDEXED BY COT-IDX.
016790         10  COT-PROVEEDOR  PIC X(6).
016800         10  COT-OK         PIC 9(4).
016810         10  COT-EXC        PIC 9(4).
016820         10  COT-IMP-OK     PIC 9(9)V99.
016830         10  COT-IMP-EXC    PIC 9(9)V99.
016840 01  COT-CONTADOR       PIC 9(3) VALUE 0.
016850 01  COT-OMITIDOS       PIC 9(3) VALUE 0.
016860 01  COT-CANT-ED        PIC ZZZ9.
016870 01  COT-EXC-ED         PIC ZZZ9.
016880 01  COT-IMP-ED         PIC ZZZ,ZZZ,ZZ9.99.
016890 01  COT-IMPEXC-ED      PIC ZZZ,ZZZ,ZZ9.99.
016900 01  COT-TOT-OK         PIC 9(10)V99 VALUE 0.
016910 01  COT-TOT-EXC        PIC 9(10)V99 VALUE 0.
016920 01  SW-COTEJO-OK       PIC X(1) VALUE "N".
016930     88  COTEJO-APROBADO           VALUE "S".
016940
016950*----------------------------------------------------------*
016960* CAMPOS DE TRABAJO DE LOTES Y CADUCIDADES: TABLA DE       *
016970* LOTES.DAT, ABONO A UN LOTE Y DESCARGA POR CADUCIDAD      *
016980*----------------------------------------------------------*
016990 01  FS-LOTESINV        PIC X(02) VALUE "00".
017000     88  FS-LOTESINV-OK            VALUE "00".
017010 01  LOT-TABLA.
017020     05  LOT-RENGLON OCCURS 500 TIMES
017030             INDEXED BY LOT-IDX.
017040         10  LOT-CODIGO     PIC X(10).
017050         10  LOT-LOTE       PIC X(10).
017060         10  LOT-BODEGA     PIC X(1).
017070         10  LOT-CADUCIDAD  PIC 9(8).
017080         10  LOT-CANTIDAD   PIC 9(3).
017090         10  LOT-ASIGNADA   PIC 9(3).
017100         10  LOT-LISTADO    PIC X(1).
017110 01  LOT-CONTADOR       PIC 9(3) VALUE 0.
017120 01  LOT-OMITIDOS       PIC 9(3) VALUE 0.
017130 01  LOT-MEJOR          PIC 9(3) VALUE 0.
017140 01  LOT-MEJOR-CAD      PIC 9(8) VALUE 0.
017150 01  LOT-CAD-ORDEN      PIC 9(8) VALUE 0.
017160 01  LOT-PENDIENTE      PIC 9(3) VALUE 0.
017170 01  LOT-TOMADO         PIC 9(3) VALUE 0.
017180 01  LOT-LIBRE          PIC 9(3) VALUE 0.
017190 01  LOT-ABONO-COD      PIC X(10).
017200 01  LOT-ABONO-LOTE     PIC X(10).
017210 01  LOT-ABONO-BOD      PIC X(1).
017220 01  LOT-ABONO-CAD      PIC 9(8) VALUE 0.
017230 01  LOT-ABONO-CANT     PIC 9(3) VALUE 0.
017240 01  LOT-CONS-COD       PIC X(10).
017250 01  LOT-CONS-LOTE      PIC X(10).
017260 01  LOT-CONS-BOD       PIC X(1).
017270 01  LOT-CONS-CANT      PIC 9(3) VALUE 0.
017280 01  LOT-CONS-DEST      PIC X(1).
017290 01  LOT-RECIBIDO       PIC X(10).
017300 01  LOT-CAD-RECIBIDA   PIC 9(8) VALUE 0.
017310 01  LOT-LINEAS-DP      PIC 9(4) VALUE 0.
017320 01  LOT-HORIZONTE      PIC 9(3) VALUE 0.
017330 01  LOT-FECHA-LIMITE   PIC 9(8) VALUE 0.
017340 01  LOT-DIAS-RESTAN    PIC S9(7) VALUE 0.
017350 01  LOT-DIAS-ED        PIC -ZZZZ9.
017360 01  LOT-VALOR          PIC 9(8)V99 VALUE 0.
017370 01  LOT-VALOR-ED       PIC ZZ,ZZZ,ZZ9.99.
017380 01  LOT-TOT-UNIDADES   PIC 9(7) VALUE 0.
017390 01  LOT-TOT-VALOR      PIC 9(10)V99 VALUE 0.
017400 01  LOT-TOT-VALOR-ED   PIC ZZZ,ZZZ,ZZ9.99.
017410 01  LOT-SISTEMA        PIC 9(3) VALUE 0.
017420 01  CONTEO-DESC-PRINC  PIC 9(3) VALUE 0.
017430 01  CONTEO-DESC-ANEXO  PIC 9(3) VALUE 0.
017440
017450*----------------------------------------------------------*
017460* CAMPOS DE TRABAJO DE KITS: ESTRUCTURAS DE ESTRUCT.DAT,   *
017470* ENSAMBLE Y DESENSAMBLE                                   *
017480*----------------------------------------------------------*
017490 01  FS-ESTRUCT         PIC X(02) VALUE "00".
017500     88  FS-ESTRUCT-OK             VALUE "00".
017510 01  OPCION-KITS        PIC 9 VALUE 0.
017520 01  EST-TABLA.
017530     05  EST-RENGLON OCCURS 300 TIMES
017540             INDEXED BY EST-IDX.
017550         10  EST-KIT        PIC X(10).
017560         10  EST-COMPONENTE PIC X(10).
017570         10  EST-CANTIDAD   PIC 9(3).
017580 01  EST-CONTADOR       PIC 9(3) VALUE 0.
017590 01  EST-OMITIDOS       PIC 9(3) VALUE 0.
017600 01  KIT-CODIGO         PIC X(10).
017610 01  KIT-COMPONENTE     PIC X(10).
017620 01  KIT-NOMBRE         PIC X(20).
017630 01  KIT-CANTIDAD       PIC 9(3) VALUE 0.
017640 01  KIT-COMPONENTES    PIC 9(3) VALUE 0.
017650 01  KIT-FALTANTES      PIC 9(3) VALUE 0.
017660 01  KIT-NECESARIO      PIC 9(6) VALUE 0.
017670 01  KIT-COSTO          PIC 9(7)V99 VALUE 0.
017680 01  KIT-COSTO-LINEA    PIC 9(7)V99 VALUE 0.
017690 01  KIT-COSTO-ED       PIC Z,ZZZ,ZZ9.99.
017700 01  KIT-OPERACION      PIC X(1).
017710     88  KIT-ENSAMBLE              VALUE "E".
017720     88  KIT-DESENSAMBLE           VALUE "D".
017730
017740*----------------------------------------------------------*
017750* CAMPOS DE TRABAJO DE LA POLIZA CONTABLE DEL DIA:         *
017760* CATALOGO DE CUENTAS EN MEMORIA Y RENGLONES DE LA POLIZA  *
017770* ACUMULADOS POR CONCEPTO Y CLAVE                          *
017780*----------------------------------------------------------*
017790 01  FS-CUENTAS         PIC X(02) VALUE "00".
017800     88  FS-CUENTAS-OK             VALUE "00".
017810 01  FS-POLIZAS         PIC X(02) VALUE "00".
017820     88  FS-POLIZAS-OK             VALUE "00".
017830 01  FS-POLIZCTL        PIC X(02) VALUE "00".
017840     88  FS-POLIZCTL-OK            VALUE "00".
017850 01  SW-HAY-CUENTAS     PIC X(1) VALUE "N".
017860     88  HAY-CUENTAS               VALUE "S".
017870 01  SW-POLIZA-VALIDA   PIC X(1) VALUE "S".
017880     88  POLIZA-VALIDA             VALUE "S".
017890 01  SW-POLIZA-HECHA    PIC X(1) VALUE "N".
017900     88  POLIZA-HECHA              VALUE "S".
017910 01  CTA-TABLA.
017920     05  CTA-RENGLON OCCURS 100 TIMES
017930             INDEXED BY CTA-IDX.
017940         10  CTA-CONCEPTO   PIC X(10).
017950         10  CTA-CLAVE      PIC X(10).
017960         10  CTA-CUENTA     PIC X(12).
017970 01  CTA-CONTADOR       PIC 9(3) VALUE 0.
017980 01  CTA-OMITIDOS       PIC 9(3) VALUE 0.
017990 01  PLZ-TABLA.
018000     05  PLZ-RENGLON OCCURS 80 TIMES
018010             INDEXED BY PLZ-IDX.
018020         10  PLZ-CUENTA     PIC X(12).
018030         10  PLZ-CONCEPTO   PIC X(10).
018040         10  PLZ-CLAVE      PIC X(10).
018050         10  PLZ-CARGO      PIC 9(9)V99.
018060         10  PLZ-ABONO      PIC 9(9)V99.
018070 01  PLZ-CONTADOR       PIC 9(3) VALUE 0.
018080 01  PLZ-OMITIDOS       PIC 9(3) VALUE 0.
018090 01  PLZ-HALLADO        PIC X(1) VALUE "N".
018100 01  POL-FECHA          PIC 9(8) VALUE 0.
018110 01  POL-FECHA-R REDEFINES POL-FECHA.
018120     05  POL-ANO        PIC 9(4).
018130     05  POL-MES        PIC 9(2).
018140     05  POL-DIA        PIC 9(2).
018150 01  POL-PERIODO        PIC X(6).
018160 01  POL-CONCEPTO       PIC X(10).
018170 01  POL-CLAVE          PIC X(10).
018180 01  POL-CUENTA         PIC X(12).
018190 01  POL-CARGO          PIC 9(9)V99 VALUE 0.
018200 01  POL-ABONO          PIC 9(9)V99 VALUE 0.
018210 01  POL-UNIDADES       PIC S9(4) VALUE 0.
018220 01  POL-VALOR          PIC 9(9)V99 VALUE 0.
018230 01  POL-COSTO          PIC 9(5)V99 VALUE 0.
018240 01  POL-MOVIMIENTOS    PIC 9(5) VALUE 0.
018250 01  POL-MOVIMIENTOS-ED PIC ZZZZ9.
018260 01  POL-TOTAL-CARGO    PIC 9(9)V99 VALUE 0.
018270 01  POL-TOTAL-ABONO    PIC 9(9)V99 VALUE 0.
018280 01  POL-NUMERO         PIC 9(6) VALUE 0.
018290 01  POL-RENGLONES      PIC 9(4) VALUE 0.
018300 01  POL-TOTAL-ED       PIC ZZZ,ZZZ,ZZ9.99.
018310
018320*----------------------------------------------------------*
018330* CAMPOS DE TRABAJO DEL REPORTE DE ANTIGUEDAD DE           *
018340* EXISTENCIAS: ULTIMA SALIDA DE CADA PRODUCTO SEGUN LA     *
018350* BITACORA, UMBRALES EN DIAS Y TOTALES POR TRAMO           *
018360*----------------------------------------------------------*
018370 01  ROT-TABLA.
018380     05  ROT-RENGLON OCCURS 500 TIMES
018390             INDEXED BY ROT-IDX.
018400         10  ROT-CODIGO     PIC X(10).
018410         10  ROT-ULTIMA     PIC 9(8).
018420 01  ROT-CONTADOR       PIC 9(3) VALUE 0.
018430 01  ROT-OMITIDOS       PIC 9(5) VALUE 0.
018440 01  ROT-HALLADO        PIC X(1) VALUE "N".
018450 01  ROT-SALIDA-LEIDA   PIC 9(8) VALUE 0.
018460 01  ROT-TRAMOS.
018470     05  ROT-TRAMO OCCURS 4 TIMES
018480             INDEXED BY ROT-TR-IDX.
018490         10  ROT-TR-NOMBRE    PIC X(9).
018500         10  ROT-TR-PRODUCTOS PIC 9(5).
018510         10  ROT-TR-UNIDADES  PIC 9(7).
018520         10  ROT-TR-VALOR     PIC 9(9)V99.
018530 01  ROT-UMBRAL-LENTO   PIC 9(3) VALUE 90.
018540 01  ROT-UMBRAL-ESTANC  PIC 9(3) VALUE 180.
018550 01  ROT-UMBRAL-MUERTO  PIC 9(3) VALUE 365.
018560 01  ROT-UMBRAL-CAPT    PIC 9(3) VALUE 0.
018570 01  ROT-PREGUNTA       PIC X(9).
018580 01  ROT-TRAMO-ACT      PIC 9(1) VALUE 0.
018590 01  ROT-TRAMO-PROD     PIC 9(1) VALUE 0.
018600 01  ROT-FECHA-SAL      PIC 9(8) VALUE 0.
018610 01  ROT-DIAS           PIC 9(7) VALUE 0.
018620 01  ROT-VALOR          PIC 9(8)V99 VALUE 0.
018630 01  ROT-SIN-EXISTENCIA PIC 9(5) VALUE 0.
018640 01  ROT-TOT-PRODUCTOS  PIC 9(5) VALUE 0.
018650 01  ROT-TOT-UNIDADES   PIC 9(7) VALUE 0.
018660 01  ROT-TOT-VALOR      PIC 9(9)V99 VALUE 0.
018670 01  ROT-VALOR-ED       PIC ZZ,ZZZ,ZZ9.99.
018680 01  ROT-TOTAL-ED       PIC ZZZ,ZZZ,ZZ9.99.
018690 01  ROT-DIAS-ED        PIC ZZZZ9.
018700 01  SW-ROTACION-HECHA  PIC X(1) VALUE "N".
018710     88  ROTACION-HECHA            VALUE "S".
018720
018730 PROCEDURE DIVISION.
018740*============================================================
018750* 0000-MAINLINE                                            *
018760*============================================================
018770 0000-MAINLINE.
018780     MOVE 0 TO OPCION.
018790     MOVE "N" TO SW-INICIO-FALLIDO.
018800     DISPLAY "=== SISTEMA DE INVENTARIO ===".
018810     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
018820     IF INICIO-FALLIDO
018830         DISPLAY "El sistema no puede continuar."
018840         GOBACK
018850     END-IF.
018860*    INVOCADO EN LOTE DESDE EL MENU UNIFICADO: SE EJECUTA
018870*    LA FUNCION PEDIDA SIN MENU NI CAPTURAS.
018880     IF LOTE-FUNCION NOT = SPACES
018890             AND LOTE-FUNCION NOT = LOW-VALUES
018900         PERFORM 2900-EJECUTAR-LOTE THRU 2900-EXIT
018910         CLOSE INVENTAR
018920         CLOSE PROVEEDOR
018930         CLOSE CLIENTE
018940         GOBACK
018950     END-IF.
018960     PERFORM 2000-MENU THRU 2000-EXIT.
018970     CLOSE INVENTAR.
018980     CLOSE PROVEEDOR.
018990     CLOSE CLIENTE.
019000     DISPLAY "Gracias por usar el sistema.".
019010     GOBACK.
019020
019030*----------------------------------------------------------*
019040* 1000-INICIALIZAR - ABRE EL MAESTRO DE INVENTARIO         *
019050*----------------------------------------------------------*
019060 1000-INICIALIZAR.
019070     IF OPERADOR-ACTUAL = LOW-VALUES
019080         MOVE SPACES TO OPERADOR-ACTUAL
019090     END-IF.
019100     OPEN I-O INVENTAR.
019110     IF FS-OK
019120         GO TO 1000-ABRIR-PROVEEDOR
019130     END-IF.
019140     IF FS-NO-EXISTE
019150         OPEN OUTPUT INVENTAR
019160         CLOSE INVENTAR
019170         OPEN I-O INVENTAR
019180         GO TO 1000-ABRIR-PROVEEDOR
019190     END-IF.
019200     IF FS-LAYOUT-VIEJO
019210         PERFORM 1200-CONVERTIR-MAESTRO THRU 1200-EXIT
019220         IF NOT INICIO-FALLIDO
019230             OPEN I-O INVENTAR
019240             IF FS-OK
019250                 GO TO 1000-ABRIR-PROVEEDOR
019260             END-IF
019270         END-IF
019280     END-IF.
019290     DISPLAY "Error al abrir el inventario: " FS-INVENTAR.
019300     MOVE "S" TO SW-INICIO-FALLIDO.
019310     GO TO 1000-EXIT.
019320
019330 1000-ABRIR-PROVEEDOR.
019340     OPEN I-O PROVEEDOR.
019350     IF FS-PROVEEDOR-OK
019360         GO TO 1000-ABRIR-CLIENTE
019370     END-IF.
019380     IF FS-PROVEEDOR-NO-EXISTE
019390         OPEN OUTPUT PROVEEDOR
019400         CLOSE PROVEEDOR
019410         OPEN I-O PROVEEDOR
019420         GO TO 1000-ABRIR-CLIENTE
019430     END-IF.
019440     DISPLAY "Error al abrir el maestro de proveedores: "
019450         FS-PROVEEDOR.
019460     CLOSE INVENTAR.
019470     MOVE "S" TO SW-INICIO-FALLIDO.
019480     GO TO 1000-EXIT.
019490
019500 1000-ABRIR-CLIENTE.
019510     OPEN I-O CLIENTE.
019520     IF FS-CLIENTE-OK
019530         GO TO 1000-EXIT
019540     END-IF.
019550     IF FS-CLIENTE-NO-EXISTE
019560         OPEN OUTPUT CLIENTE
019570         CLOSE CLIENTE
019580         OPEN I-O CLIENTE
019590     ELSE
019600         DISPLAY "Error al abrir el maestro de clientes: "
019610             FS-CLIENTE
019620         CLOSE INVENTAR
019630         CLOSE PROVEEDOR
019640         MOVE "S" TO SW-INICIO-FALLIDO
019650     END-IF.
019660 1000-EXIT.
019670     EXIT.
019680
019690*----------------------------------------------------------*
019700* 1200-CONVERTIR-MAESTRO - RECONSTRUYE EL MAESTRO DE       *
019710*                          INVENTARIO CON FORMATO ANTERIOR *
019720*                          EN EL FORMATO ACTUAL, UNA SOLA  *
019730*                          VEZ, USANDO UN ARCHIVO PUENTE   *
019740*----------------------------------------------------------*
019750 1200-CONVERTIR-MAESTRO.
019760     DISPLAY "Maestro de inventario con formato anterior, "
019770         "se convierte al formato actual.".
019780     MOVE 0 TO CONTADOR-CONVERTIDOS.
019790     OPEN INPUT INVIEJO.
019800     IF NOT FS-INVIEJO-OK
019810         DISPLAY "No se pudo leer el maestro anterior: "
019820             FS-INVIEJO
019830         MOVE "S" TO SW-INICIO-FALLIDO
019840         GO TO 1200-EXIT
019850     END-IF.
019860     OPEN OUTPUT CONVTEMP.
019870     IF NOT FS-CONVTEMP-OK
019880         DISPLAY "No se pudo crear el archivo puente."
019890         CLOSE INVIEJO
019900         MOVE "S" TO SW-INICIO-FALLIDO
019910         GO TO 1200-EXIT
019920     END-IF.
019930
019940     MOVE "N" TO SW-FIN-ARCHIVO.
019950     PERFORM UNTIL FIN-ARCHIVO
019960         READ INVIEJO
019970             AT END
019980                 MOVE "S" TO SW-FIN-ARCHIVO
019990             NOT AT END
020000                 PERFORM 1210-COPIAR-AL-PUENTE
020010         END-READ
020020     END-PERFORM.
020030     CLOSE INVIEJO.
020040     CLOSE CONVTEMP.
020050
020060     OPEN OUTPUT INVENTAR.
020070     OPEN INPUT CONVTEMP.
020080     MOVE "N" TO SW-FIN-ARCHIVO.
020090     PERFORM UNTIL FIN-ARCHIVO
020100         READ CONVTEMP
020110             AT END
020120                 MOVE "S" TO SW-FIN-ARCHIVO
020130             NOT AT END
020140                 PERFORM 1220-CARGAR-DEL-PUENTE
020150         END-READ
020160     END-PERFORM.
020170     CLOSE INVENTAR.
020180     CLOSE CONVTEMP.
020190     DISPLAY "Registros convertidos: " CONTADOR-CONVERTIDOS.
020200 1200-EXIT.
020210     EXIT.
020220
020230 1210-COPIAR-AL-PUENTE.
020240     MOVE VI-CODIGO         TO CV-CODIGO.
020250     MOVE VI-NOMBRE         TO CV-NOMBRE.
020260     MOVE VI-PRECIO         TO CV-PRECIO.
020270     MOVE VI-CANTIDAD       TO CV-CANTIDAD.
020280     MOVE VI-COD-PROVEEDOR  TO CV-COD-PROVEEDOR.
020290     MOVE VI-CANT-PRINCIPAL TO CV-CANT-PRINCIPAL.
020300     MOVE VI-CANT-ANEXO     TO CV-CANT-ANEXO.
020310*    EL FORMATO ANTERIOR NO CONOCE EL COSTO UNITARIO; SE
020320*    CONVIERTE EN CERO PARA CAPTURARLO DESPUES.
020330     MOVE 0                 TO CV-COSTO.
020340     MOVE 0                 TO CV-CANT-RESERVADA.
020350     WRITE CV-REGISTRO.
020360     ADD 1 TO CONTADOR-CONVERTIDOS.
020370
020380 1220-CARGAR-DEL-PUENTE.
020390     MOVE CV-CODIGO         TO IF-CODIGO.
020400     MOVE CV-NOMBRE         TO IF-NOMBRE.
020410     MOVE CV-PRECIO         TO IF-PRECIO.
020420     MOVE CV-CANTIDAD       TO IF-CANTIDAD.
020430     MOVE CV-COD-PROVEEDOR  TO IF-COD-PROVEEDOR.
020440     MOVE CV-CANT-PRINCIPAL TO IF-CANT-PRINCIPAL.
020450     MOVE CV-CANT-ANEXO     TO IF-CANT-ANEXO.
020460     MOVE CV-COSTO          TO IF-COSTO.
020470     MOVE CV-CANT-RESERVADA TO IF-CANT-RESERVADA.
020480     WRITE IF-REGISTRO.
020490
020500*----------------------------------------------------------*
020510* 2000-MENU - CICLO PRINCIPAL DE OPCIONES                  *
020520*----------------------------------------------------------*
020530 2000-MENU.
020540     PERFORM UNTIL OPCION = 29
020550         DISPLAY "1. Agregar Producto"
020560         DISPLAY "2. Mostrar Inventario"
020570         DISPLAY "3. Buscar Producto"
020580         DISPLAY "4. Modificar Producto"
020590         DISPLAY "5. Eliminar Producto"
020600         DISPLAY "6. Reporte de Bajo Stock"
020610         DISPLAY "7. Reporte de Valoracion"
020620         DISPLAY "8. Carga Masiva de Proveedor"
020630         DISPLAY "9. Mantenimiento de Proveedores"
020640         DISPLAY "10. Conteo Fisico (Reconciliacion)"
020650         DISPLAY "11. Despacho de Pedidos"
020660         DISPLAY "12. Reporte de Clasificacion ABC"
020670         DISPLAY "13. Recepcion de Mercancia"
020680         DISPLAY "14. Reporte de Margen Bruto"
020690         DISPLAY "15. Sugerido de Reorden por Consumo"
020700         DISPLAY "16. Kardex de Producto"
020710         DISPLAY "17. Cierre Mensual de Inventario"
020720         DISPLAY "18. Mantenimiento de Clientes"
020730         DISPLAY "19. Pedidos de Clientes"
020740         DISPLAY "20. Actualizacion Masiva de Precios"
020750         DISPLAY "21. Traspasos entre Bodegas"
020760         DISPLAY "22. Facturacion y Cobranza"
020770         DISPLAY "23. Ordenes de Compra Vencidas"
020780         DISPLAY "24. Cotejo de Facturas de Proveedor"
020790         DISPLAY "25. Lotes por Vencer"
020800         DISPLAY "26. Kits y Ensambles"
020810         DISPLAY "27. Poliza Contable del Dia"
020820         DISPLAY "28. Antiguedad de Existencias (Rotacion)"
020830         DISPLAY "29. Salir"
020840         DISPLAY "Seleccione una opcion: "
020850         ACCEPT OPCION
020860
020870         EVALUATE OPCION
020880             WHEN 1
020890                 PERFORM 3000-AGREGAR-PRODUCTO THRU 3000-EXIT
020900             WHEN 2
020910                 PERFORM 4000-MOSTRAR-INVENTARIO THRU 4000-EXIT
020920             WHEN 3
020930                 PERFORM 5000-BUSCAR-PRODUCTO THRU 5000-EXIT
020940             WHEN 4
020950                 PERFORM 6000-MODIFICAR-PRODUCTO THRU 6000-EXIT
020960             WHEN 5
020970                 PERFORM 9960-VALIDAR-SUPERVISOR THRU 9960-EXIT
020980                 IF ACCESO-PERMITIDO
020990                     PERFORM 7000-ELIMINAR-PRODUCTO
021000                         THRU 7000-EXIT
021010                 END-IF
021020             WHEN 6
021030                 PERFORM 8000-REPORTE-REORDEN THRU 8000-EXIT
021040             WHEN 7
021050                 PERFORM 8500-REPORTE-VALORACION THRU 8500-EXIT
021060             WHEN 8
021070                 PERFORM 9500-CARGA-MASIVA THRU 9500-EXIT
021080             WHEN 9
021090                 PERFORM 9600-MENU-PROVEEDORES THRU 9600-EXIT
021100             WHEN 10
021110                 PERFORM 9960-VALIDAR-SUPERVISOR THRU 9960-EXIT
021120                 IF ACCESO-PERMITIDO
021130                     PERFORM 9700-CONTEO-FISICO THRU 9700-EXIT
021140                 END-IF
021150             WHEN 11
021160                 PERFORM 9800-DESPACHO-MASIVO THRU 9800-EXIT
021170             WHEN 12
021180                 PERFORM 9850-REPORTE-ABC THRU 9850-EXIT
021190             WHEN 13
021200                 PERFORM 8100-RECEPCION-MERCANCIA THRU 8100-EXIT
021210             WHEN 14
021220                 PERFORM 8200-REPORTE-MARGEN THRU 8200-EXIT
021230             WHEN 15
021240                 PERFORM 8300-SUGERIDO-REORDEN THRU 8300-EXIT
021250             WHEN 16
021260                 PERFORM 8400-KARDEX-PRODUCTO THRU 8400-EXIT
021270             WHEN 17
021280                 PERFORM 9960-VALIDAR-SUPERVISOR THRU 9960-EXIT
021290                 IF ACCESO-PERMITIDO
021300                     PERFORM 8600-CIERRE-MENSUAL THRU 8600-EXIT
021310                 END-IF
021320             WHEN 18
021330                 PERFORM 8700-MENU-CLIENTES THRU 8700-EXIT
021340             WHEN 19
021350                 PERFORM 8800-MENU-PEDIDOS THRU 8800-EXIT
021360             WHEN 20
021370                 PERFORM 8900-PRECIOS-MASIVOS THRU 8900-EXIT
021380             WHEN 21
021390                 PERFORM 7100-MENU-TRASPASOS THRU 7100-EXIT
021400             WHEN 22
021410                 PERFORM 7300-MENU-COBRANZA THRU 7300-EXIT
021420             WHEN 23
021430                 PERFORM 8140-REPORTE-OC-VENCIDAS THRU 8140-EXIT
021440             WHEN 24
021450                 PERFORM 8160-COTEJO-FACTURAS THRU 8160-EXIT
021460             WHEN 25
021470                 PERFORM 7450-REPORTE-CADUCIDAD THRU 7450-EXIT
021480             WHEN 26
021490                 PERFORM 7500-MENU-KITS THRU 7500-EXIT
021500             WHEN 27
021510                 PERFORM 7602-PEDIR-FECHA THRU 7602-EXIT
021520                 PERFORM 7600-POLIZA-INVENTARIO THRU 7600-EXIT
021530             WHEN 28
021540                 PERFORM 7702-PEDIR-UMBRALES THRU 7702-EXIT
021550                 PERFORM 7700-REPORTE-ROTACION THRU 7700-EXIT
021560             WHEN 29
021570                 CONTINUE
021580             WHEN OTHER
021590                 DISPLAY "Opcion invalida, intente de nuevo."
021600         END-EVALUATE
021610     END-PERFORM.
021620 2000-EXIT.
021630     EXIT.
021640
021650*----------------------------------------------------------*
021660* 2900-EJECUTAR-LOTE - EJECUTA LA FUNCION PEDIDA POR EL    *
021670*                      MENU UNIFICADO EN MODO DESATENDIDO  *
021680*----------------------------------------------------------*
021690 2900-EJECUTAR-LOTE.
021700     MOVE "ER" TO LOTE-RESULTADO.
021710     EVALUATE LOTE-FUNCION
021720         WHEN "INVREORDEN"
021730             MOVE SPACES TO ENTRADA-CAPTURA
021740             MOVE LOTE-PARAMETRO(1:8) TO ENTRADA-CAPTURA
021750             PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
021760             IF ES-VALIDA
021770                 MOVE VALOR-ENTERO TO UMBRAL-REORDEN
021780                 PERFORM 8010-REORDEN-NUCLEO THRU 8010-EXIT
021790                 IF REORDEN-HECHO
021800                     MOVE "OK" TO LOTE-RESULTADO
021810                 END-IF
021820             ELSE
021830                 DISPLAY "Umbral de reorden invalido en el "
021840                     "paso de lote: " LOTE-PARAMETRO
021850             END-IF
021860         WHEN "INVDESPACHO"
021870             PERFORM 9800-DESPACHO-MASIVO THRU 9800-EXIT
021880*            UN LOTE FUERA DE BALANCE NO POSTEO NADA; EL
021890*            PASO NO PUEDE REPORTARSE LIMPIO EN EL DIARIO.
021900             IF FS-DESPACHO-OK AND LOTE-EN-BALANCE
021910                 MOVE "OK" TO LOTE-RESULTADO
021920             END-IF
021930         WHEN "INVTRASPASO"
021940             PERFORM 7150-TRASPASO-MASIVO THRU 7150-EXIT
021950             IF FS-TRASPASO-OK
021960                 MOVE "OK" TO LOTE-RESULTADO
021970             END-IF
021980         WHEN "INVPOLIZA"
021990*            EL PARAMETRO, SI VIENE, ES LA FECHA AAAAMMDD DE
022000*            LOS MOVIMIENTOS; SI NO, LA DEL DIA.
022010             ACCEPT POL-FECHA FROM DATE YYYYMMDD
022020             IF LOTE-PARAMETRO(1:8) IS NUMERIC
022030                 MOVE LOTE-PARAMETRO(1:8) TO POL-FECHA
022040             END-IF
022050             PERFORM 7600-POLIZA-INVENTARIO THRU 7600-EXIT
022060             IF POLIZA-HECHA
022070                 MOVE "OK" TO LOTE-RESULTADO
022080             END-IF
022090         WHEN "INVROTACION"
022100*            EL PARAMETRO, SI VIENE, TRAE LOS TRES UMBRALES
022110*            EN DIAS (AAABBBCCC); SI NO, 090 180 365.
022120             MOVE 90  TO ROT-UMBRAL-LENTO
022130             MOVE 180 TO ROT-UMBRAL-ESTANC
022140             MOVE 365 TO ROT-UMBRAL-MUERTO
022150             IF LOTE-PARAMETRO NOT = SPACES
022160                 IF LOTE-PARAMETRO(1:9) IS NUMERIC
022170                     MOVE LOTE-PARAMETRO(1:3)
022180                         TO ROT-UMBRAL-LENTO
022190                     MOVE LOTE-PARAMETRO(4:3)
022200                         TO ROT-UMBRAL-ESTANC
022210                     MOVE LOTE-PARAMETRO(7:3)
022220                         TO ROT-UMBRAL-MUERTO
022230                 ELSE
022240                     MOVE 0 TO ROT-UMBRAL-LENTO
022250                 END-IF
022260             END-IF
022270             PERFORM 7700-REPORTE-ROTACION THRU 7700-EXIT
022280             IF ROTACION-HECHA
022290                 MOVE "OK" TO LOTE-RESULTADO
022300             ELSE
022310                 DISPLAY "Umbrales de rotacion invalidos en el "
022320                     "paso de lote: " LOTE-PARAMETRO
022330             END-IF
022340         WHEN OTHER
022350             DISPLAY "Funcion de lote desconocida: "
022360                 LOTE-FUNCION
022370     END-EVALUATE.
022380 2900-EXIT.
022390     EXIT.
022400
022410*----------------------------------------------------------*
022420* 3000-AGREGAR-PRODUCTO                                    *
022430*----------------------------------------------------------*
022440 3000-AGREGAR-PRODUCTO.
022450     DISPLAY "Ingrese el codigo del producto: ".
022460     ACCEPT TEMP-CODIGO.
022470*    LA ULTIMA POSICION DEL CODIGO QUEDA PARA EL DIGITO
022480*    VERIFICADOR, QUE SE CALCULA Y SE AGREGA AQUI.
022490     IF TEMP-CODIGO(10:1) NOT = SPACE
022500         DISPLAY "El codigo base admite hasta 9 caracteres."
022510         GO TO 3000-EXIT
022520     END-IF.
022530     MOVE TEMP-CODIGO TO DGV-CODIGO.
022540     MOVE "G" TO DGV-FUNCION.
022550     CALL "ParImpar".
022560     IF DGV-RESULTADO NOT = "OK"
022570         DISPLAY "Codigo invalido: use solo digitos y letras "
022580             "mayusculas."
022590         GO TO 3000-EXIT
022600     END-IF.
022610     MOVE DGV-CODIGO TO TEMP-CODIGO.
022620     DISPLAY "Codigo asignado con digito verificador: "
022630         TEMP-CODIGO.
022640     MOVE TEMP-CODIGO TO IF-CODIGO.
022650
022660     DISPLAY "Ingrese el nombre del producto: ".
022670     ACCEPT TEMP-NOMBRE.
022680     MOVE TEMP-NOMBRE TO IF-NOMBRE.
022690
022700     MOVE "N" TO ENTRADA-VALIDA.
022710     PERFORM UNTIL ES-VALIDA
022720         DISPLAY "Ingrese el precio del producto: "
022730         ACCEPT ENTRADA-CAPTURA
022740         PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
022750         IF NOT ES-VALIDA
022760             DISPLAY "Entrada invalida, debe ser numerica."
022770         END-IF
022780     END-PERFORM.
022790     MOVE VALOR-DECIMAL TO TEMP-PRECIO.
022800     MOVE TEMP-PRECIO TO IF-PRECIO.
022810
022820     MOVE "N" TO ENTRADA-VALIDA.
022830     PERFORM UNTIL ES-VALIDA
022840         DISPLAY "Ingrese el costo unitario del producto: "
022850         ACCEPT ENTRADA-CAPTURA
022860         PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
022870         IF NOT ES-VALIDA
022880             DISPLAY "Entrada invalida, debe ser numerica."
022890         END-IF
022900     END-PERFORM.
022910     MOVE VALOR-DECIMAL TO TEMP-COSTO.
022920     MOVE TEMP-COSTO TO IF-COSTO.
022930
022940     MOVE "N" TO ENTRADA-VALIDA.
022950     PERFORM UNTIL ES-VALIDA
022960         DISPLAY "Ingrese la cantidad en bodega principal: "
022970         ACCEPT ENTRADA-CAPTURA
022980         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
022990         IF NOT ES-VALIDA
023000             DISPLAY "Entrada invalida, debe ser numerica."
023010         END-IF
023020     END-PERFORM.
023030     MOVE VALOR-ENTERO TO TEMP-CANT-PRINCIPAL.
023040     MOVE TEMP-CANT-PRINCIPAL TO IF-CANT-PRINCIPAL.
023050     MOVE "N" TO ENTRADA-VALIDA.
023060     PERFORM UNTIL ES-VALIDA
023070         DISPLAY "Ingrese la cantidad en bodega anexa: "
023080         ACCEPT ENTRADA-CAPTURA
023090         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
023100         IF ES-VALIDA AND
023110                 IF-CANT-PRINCIPAL + VALOR-ENTERO > 999
023120             MOVE "N" TO ENTRADA-VALIDA
023130             DISPLAY "La suma de ambas bodegas no puede "
023140                 "exceder 999."
023150         END-IF
023160         IF NOT ES-VALIDA
023170             DISPLAY "Entrada invalida, debe ser numerica."
023180         END-IF
023190     END-PERFORM.
023200     MOVE VALOR-ENTERO TO TEMP-CANT-ANEXO.
023210     MOVE TEMP-CANT-ANEXO TO IF-CANT-ANEXO.
023220     COMPUTE IF-CANTIDAD = IF-CANT-PRINCIPAL + IF-CANT-ANEXO.
023230
023240     DISPLAY "Ingrese el codigo del proveedor (opcional): ".
023250     ACCEPT TEMP-COD-PROV.
023260     MOVE TEMP-COD-PROV TO IF-COD-PROVEEDOR.
023270     MOVE 0 TO IF-CANT-RESERVADA.
023280
023290     WRITE IF-REGISTRO
023300         INVALID KEY
023310             DISPLAY "Ya existe un producto con ese codigo."
023320         NOT INVALID KEY
023330             DISPLAY "Producto agregado exitosamente."
023340             MOVE IF-CODIGO TO MOV-CODIGO
023350             MOVE "A" TO MOV-OPERACION
023360             MOVE 0 TO MOV-CANT-ANTERIOR
023370             MOVE IF-CANTIDAD TO MOV-CANT-NUEVA
023380             PERFORM 9000-REGISTRAR-MOVIMIENTO THRU 9000-EXIT
023390     END-WRITE.
023400 3000-EXIT.
023410     EXIT.
023420
023430*----------------------------------------------------------*
023440* 4000-MOSTRAR-INVENTARIO                                  *
023450*----------------------------------------------------------*
023460 4000-MOSTRAR-INVENTARIO.
023470     MOVE 0 TO CONTADOR.
023480     MOVE LOW-VALUES TO IF-CODIGO.
023490     START INVENTAR KEY IS NOT LESS THAN IF-CODIGO
023500         INVALID KEY
023510             DISPLAY "El inventario esta vacio."
023520             GO TO 4000-EXIT
023530     END-START.
023540
023550     DISPLAY "=== INVENTARIO ===".
023560     MOVE "N" TO SW-FIN-ARCHIVO.
023570     PERFORM UNTIL FIN-ARCHIVO
023580         READ INVENTAR NEXT RECORD
023590             AT END
023600                 MOVE "S" TO SW-FIN-ARCHIVO
023610             NOT AT END
023620                 ADD 1 TO CONTADOR
023630                 DISPLAY "Codigo: " IF-CODIGO
023640                 DISPLAY "Nombre: " IF-NOMBRE
023650                 DISPLAY "Precio: " IF-PRECIO
023660                 DISPLAY "Cantidad: " IF-CANTIDAD
023670                 DISPLAY "  Bodega Principal: " IF-CANT-PRINCIPAL
023680                 DISPLAY "  Bodega Anexa    : " IF-CANT-ANEXO
023690                 DISPLAY "----------------------"
023700         END-READ
023710     END-PERFORM.
023720 4000-EXIT.
023730     EXIT.
023740
023750*----------------------------------------------------------*
023760* 5000-BUSCAR-PRODUCTO                                     *
023770*----------------------------------------------------------*
023780 5000-BUSCAR-PRODUCTO.
023790     DISPLAY "1. Buscar por codigo"
023800     DISPLAY "2. Buscar por nombre"
023810     DISPLAY "Seleccione una opcion: ".
023820     ACCEPT OPCION-BUSQUEDA.
023830
023840     EVALUATE OPCION-BUSQUEDA
023850         WHEN 2
023860             PERFORM 5020-BUSCAR-POR-NOMBRE THRU 5020-EXIT
023870         WHEN OTHER
023880             PERFORM 5010-BUSCAR-POR-CODIGO THRU 5010-EXIT
023890     END-EVALUATE.
023900 5000-EXIT.
023910     EXIT.
023920
023930*----------------------------------------------------------*
023940* 5010-BUSCAR-POR-CODIGO                                   *
023950*----------------------------------------------------------*
023960 5010-BUSCAR-POR-CODIGO.
023970     DISPLAY "Ingrese el codigo del producto a buscar: ".
023980     ACCEPT TEMP-CODIGO.
023990     MOVE TEMP-CODIGO TO IF-CODIGO.
024000     MOVE "N" TO ENCONTRADO.
024010
024020     READ INVENTAR
024030         INVALID KEY
024040             DISPLAY "Producto no encontrado."
024050         NOT INVALID KEY
024060             MOVE "S" TO ENCONTRADO
024070             PERFORM 5030-MOSTRAR-PRODUCTO
024080     END-READ.
024090 5010-EXIT.
024100     EXIT.
024110
024120*----------------------------------------------------------*
024130* 5020-BUSCAR-POR-NOMBRE - RECORRE LOS DUPLICADOS DE LA    *
024140*                          CLAVE ALTERNA POR NOMBRE        *
024150*----------------------------------------------------------*
024160 5020-BUSCAR-POR-NOMBRE.
024170     DISPLAY "Ingrese el nombre del producto a buscar: ".
024180     ACCEPT TEMP-NOMBRE.
024190     MOVE TEMP-NOMBRE TO IF-NOMBRE.
024200     MOVE "N" TO ENCONTRADO.
024210
024220     START INVENTAR KEY IS EQUAL TO IF-NOMBRE
024230         INVALID KEY
024240             DISPLAY "Producto no encontrado."
024250             GO TO 5020-EXIT
024260     END-START.
024270
024280     MOVE "N" TO SW-FIN-ARCHIVO.
024290     PERFORM UNTIL FIN-ARCHIVO
024300         READ INVENTAR NEXT RECORD
024310             AT END
024320                 MOVE "S" TO SW-FIN-ARCHIVO
024330             NOT AT END
024340                 IF IF-NOMBRE = TEMP-NOMBRE
024350                     MOVE "S" TO ENCONTRADO
024360                     PERFORM 5030-MOSTRAR-PRODUCTO
024370                 ELSE
024380                     MOVE "S" TO SW-FIN-ARCHIVO
024390                 END-IF
024400         END-READ
024410     END-PERFORM.
024420
024430     IF NOT ENCONTRADO = "S"
024440         DISPLAY "Producto no encontrado."
024450     END-IF.
024460 5020-EXIT.
024470     EXIT.
024480
024490*----------------------------------------------------------*
024500* 5030-MOSTRAR-PRODUCTO - DESPLIEGA EL RENGLON ACTUAL DE   *
024510*                         INVENTAR                         *
024520*----------------------------------------------------------*
024530 5030-MOSTRAR-PRODUCTO.
024540     DISPLAY "Producto encontrado: ".
024550     DISPLAY "Codigo: " IF-CODIGO.
024560     DISPLAY "Nombre: " IF-NOMBRE.
024570     DISPLAY "Precio: " IF-PRECIO.
024580     DISPLAY "Cantidad: " IF-CANTIDAD.
024590     DISPLAY "  Bodega Principal: " IF-CANT-PRINCIPAL.
024600     DISPLAY "  Bodega Anexa    : " IF-CANT-ANEXO.
024610     DISPLAY "  Reservado       : " IF-CANT-RESERVADA.
024620     DISPLAY "Proveedor: " IF-COD-PROVEEDOR.
024630     DISPLAY "----------------------".
024640
024650*----------------------------------------------------------*
024660* 6000-MODIFICAR-PRODUCTO                                  *
024670*----------------------------------------------------------*
024680 6000-MODIFICAR-PRODUCTO.
024690     DISPLAY "Ingrese el codigo del producto a modificar: ".
024700     ACCEPT TEMP-CODIGO.
024710     MOVE TEMP-CODIGO TO IF-CODIGO.
024720
024730     READ INVENTAR
024740         INVALID KEY
024750             DISPLAY "Producto no encontrado."
024760             GO TO 6000-EXIT
024770     END-READ.
024780
024790     MOVE IF-CANTIDAD TO CANT-ANTERIOR.
024800
024810     DISPLAY "Nombre actual: " IF-NOMBRE.
024820     DISPLAY "Ingrese el nuevo nombre del producto: ".
024830     ACCEPT TEMP-NOMBRE.
024840     MOVE TEMP-NOMBRE TO IF-NOMBRE.
024850
024860     DISPLAY "Precio actual: " IF-PRECIO.
024870     MOVE "N" TO ENTRADA-VALIDA.
024880     PERFORM UNTIL ES-VALIDA
024890         DISPLAY "Ingrese el nuevo precio del producto: "
024900         ACCEPT ENTRADA-CAPTURA
024910         PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
024920         IF NOT ES-VALIDA
024930             DISPLAY "Entrada invalida, debe ser numerica."
024940         END-IF
024950     END-PERFORM.
024960     MOVE VALOR-DECIMAL TO TEMP-PRECIO.
024970     MOVE TEMP-PRECIO TO IF-PRECIO.
024980
024990     DISPLAY "Costo unitario actual: " IF-COSTO.
025000     MOVE IF-COSTO TO COSTO-ANTERIOR.
025010     MOVE "N" TO ENTRADA-VALIDA.
025020     PERFORM UNTIL ES-VALIDA
025030         DISPLAY "Ingrese el nuevo costo unitario: "
025040         ACCEPT ENTRADA-CAPTURA
025050         PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
025060         IF NOT ES-VALIDA
025070             DISPLAY "Entrada invalida, debe ser numerica."
025080         END-IF
025090     END-PERFORM.
025100     MOVE VALOR-DECIMAL TO TEMP-COSTO.
025110     MOVE TEMP-COSTO TO IF-COSTO.
025120
025130     DISPLAY "Cantidad actual: " IF-CANTIDAD.
025140     DISPLAY "  Bodega Principal actual: " IF-CANT-PRINCIPAL.
025150     MOVE "N" TO ENTRADA-VALIDA.
025160     PERFORM UNTIL ES-VALIDA
025170         DISPLAY "Ingrese la nueva cantidad en bodega principal: "
025180         ACCEPT ENTRADA-CAPTURA
025190         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
025200         IF NOT ES-VALIDA
025210             DISPLAY "Entrada invalida, debe ser numerica."
025220         END-IF
025230     END-PERFORM.
025240     MOVE VALOR-ENTERO TO TEMP-CANT-PRINCIPAL.
025250     MOVE TEMP-CANT-PRINCIPAL TO IF-CANT-PRINCIPAL.
025260     DISPLAY "  Bodega Anexa actual: " IF-CANT-ANEXO.
025270     MOVE "N" TO ENTRADA-VALIDA.
025280     PERFORM UNTIL ES-VALIDA
025290         DISPLAY "Ingrese la nueva cantidad en bodega anexa: "
025300         ACCEPT ENTRADA-CAPTURA
025310         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
025320         IF ES-VALIDA AND
025330                 IF-CANT-PRINCIPAL + VALOR-ENTERO > 999
025340             MOVE "N" TO ENTRADA-VALIDA
025350             DISPLAY "La suma de ambas bodegas no puede "
025360                 "exceder 999."
025370         END-IF
025380         IF NOT ES-VALIDA
025390             DISPLAY "Entrada invalida, debe ser numerica."
025400         END-IF
025410     END-PERFORM.
025420     MOVE VALOR-ENTERO TO TEMP-CANT-ANEXO.
025430     MOVE TEMP-CANT-ANEXO TO IF-CANT-ANEXO.
025440     COMPUTE IF-CANTIDAD = IF-CANT-PRINCIPAL + IF-CANT-ANEXO.
025450
025460     DISPLAY "Proveedor actual: " IF-COD-PROVEEDOR.
025470     DISPLAY "Ingrese el nuevo codigo de proveedor (opcional): ".
025480     ACCEPT TEMP-COD-PROV.
025490     MOVE TEMP-COD-PROV TO IF-COD-PROVEEDOR.
025500
025510     REWRITE IF-REGISTRO
025520         INVALID KEY
025530             DISPLAY "No se pudo actualizar el producto."
025540         NOT INVALID KEY
025550             DISPLAY "Producto actualizado exitosamente."
025560             MOVE IF-CODIGO TO MOV-CODIGO
025570             MOVE "M" TO MOV-OPERACION
025580             MOVE CANT-ANTERIOR TO MOV-CANT-ANTERIOR
025590             MOVE IF-CANTIDAD TO MOV-CANT-NUEVA
025600             PERFORM 9000-REGISTRAR-MOVIMIENTO THRU 9000-EXIT
025610             IF IF-COSTO NOT = COSTO-ANTERIOR
025620                 MOVE CANT-ANTERIOR TO COSTO-EXISTENCIA
025630                 MOVE 0 TO COSTO-RECIBIDO
025640                 MOVE 0 TO COSTO-FACTURA
025650                 MOVE "M" TO COSTO-ORIGEN
025660                 PERFORM 8150-REGISTRAR-COSTO THRU 8150-EXIT
025670             END-IF
025680     END-REWRITE.
025690 6000-EXIT.
025700     EXIT.
025710
025720*----------------------------------------------------------*
025730* 7000-ELIMINAR-PRODUCTO                                   *
025740*----------------------------------------------------------*
025750 7000-ELIMINAR-PRODUCTO.
025760     DISPLAY "Ingrese el codigo del producto a eliminar: ".
025770     ACCEPT TEMP-CODIGO.
025780     MOVE TEMP-CODIGO TO IF-CODIGO.
025790
025800     READ INVENTAR
025810         INVALID KEY
025820             DISPLAY "Producto no encontrado."
025830             GO TO 7000-EXIT
025840     END-READ.
025850
025860     MOVE IF-CANTIDAD TO CANT-ANTERIOR.
025870
025880     DELETE INVENTAR RECORD
025890         INVALID KEY
025900             DISPLAY "No se pudo eliminar el producto."
025910         NOT INVALID KEY
025920             DISPLAY "Producto eliminado exitosamente."
025930             MOVE IF-CODIGO TO MOV-CODIGO
025940             MOVE "D" TO MOV-OPERACION
025950             MOVE CANT-ANTERIOR TO MOV-CANT-ANTERIOR
025960             MOVE 0 TO MOV-CANT-NUEVA
025970             PERFORM 9000-REGISTRAR-MOVIMIENTO THRU 9000-EXIT
025980     END-DELETE.
025990 7000-EXIT.
026000     EXIT.
026010
026020*----------------------------------------------------------*
026030* 7100-MENU-TRASPASOS - TRASPASO DE EXISTENCIA ENTRE LA    *
026040*                       BODEGA PRINCIPAL Y LA ANEXA        *
026050*----------------------------------------------------------*
026060 7100-MENU-TRASPASOS.
026070     MOVE 0 TO OPCION-TRASPASO.
026080     PERFORM UNTIL OPCION-TRASPASO = 3
026090         DISPLAY "--- Traspasos entre Bodegas ---"
026100         DISPLAY "1. Traspasar un Producto"
026110         DISPLAY "2. Traspaso Masivo (TRASPASO.DAT)"
026120         DISPLAY "3. Volver al menu principal"
026130         DISPLAY "Seleccione una opcion: "
026140         ACCEPT OPCION-TRASPASO
026150
026160         EVALUATE OPCION-TRASPASO
026170             WHEN 1
026180                 PERFORM 7120-TRASPASAR-PRODUCTO THRU 7120-EXIT
026190             WHEN 2
026200                 PERFORM 7150-TRASPASO-MASIVO THRU 7150-EXIT
026210             WHEN 3
026220                 CONTINUE
026230             WHEN OTHER
026240                 DISPLAY "Opcion invalida, intente de nuevo."
026250         END-EVALUATE
026260     END-PERFORM.
026270 7100-EXIT.
026280     EXIT.
026290
026300*----------------------------------------------------------*
026310* 7110-APLICAR-TRASPASO - MUEVE TRP-CANTIDAD DE LA BODEGA  *
026320*                         TRP-ORIGEN A LA OTRA Y GRABA EL  *
026330*                         PAR SALIDA/ENTRADA EN LA         *
026340*                         BITACORA; SI NO PROCEDE DEJA EL  *
026350*                         MOTIVO EN TRP-MOTIVO             *
026360*----------------------------------------------------------*
026370 7110-APLICAR-TRASPASO.
026380     MOVE "N" TO SW-TRASPASO-OK.
026390     MOVE SPACES TO TRP-MOTIVO.
026400     IF TRP-DESDE-PRINCIPAL
026410         MOVE "A" TO TRP-DESTINO
026420     ELSE
026430         IF TRP-DESDE-ANEXA
026440             MOVE "P" TO TRP-DESTINO
026450         ELSE
026460             MOVE "Bodega de origen invalida" TO TRP-MOTIVO
026470             GO TO 7110-EXIT
026480         END-IF
026490     END-IF.
026500     IF TRP-CANTIDAD = 0
026510         MOVE "Cantidad a traspasar en cero" TO TRP-MOTIVO
026520         GO TO 7110-EXIT
026530     END-IF.
026540     MOVE TRP-CODIGO TO IF-CODIGO.
026550     READ INVENTAR
026560         INVALID KEY
026570             MOVE "Codigo no existe en inventario"
026580                 TO TRP-MOTIVO
026590             GO TO 7110-EXIT
026600     END-READ.
026610
026620*    LO RESERVADO PARA PEDIDOS ESTA EN LA BODEGA PRINCIPAL Y
026630*    NO PUEDE SALIR DE ELLA; LA ANEXA NO LLEVA RESERVA.
026640     IF TRP-DESDE-PRINCIPAL
026650         COMPUTE TRP-DISPONIBLE =
026660                 IF-CANT-PRINCIPAL - IF-CANT-RESERVADA
026670         MOVE IF-CANT-PRINCIPAL TO TRP-ORIGEN-ANT
026680         MOVE IF-CANT-ANEXO TO TRP-DESTINO-ANT
026690     ELSE
026700         MOVE IF-CANT-ANEXO TO TRP-DISPONIBLE
026710         MOVE IF-CANT-ANEXO TO TRP-ORIGEN-ANT
026720         MOVE IF-CANT-PRINCIPAL TO TRP-DESTINO-ANT
026730     END-IF.
026740     IF TRP-CANTIDAD > TRP-DISPONIBLE
026750         MOVE "Excede lo disponible en origen" TO TRP-MOTIVO
026760         GO TO 7110-EXIT
026770     END-IF.
026780
026790     IF TRP-DESDE-PRINCIPAL
026800         SUBTRACT TRP-CANTIDAD FROM IF-CANT-PRINCIPAL
026810         ADD TRP-CANTIDAD TO IF-CANT-ANEXO
026820     ELSE
026830         SUBTRACT TRP-CANTIDAD FROM IF-CANT-ANEXO
026840         ADD TRP-CANTIDAD TO IF-CANT-PRINCIPAL
026850     END-IF.
026860     COMPUTE IF-CANTIDAD = IF-CANT-PRINCIPAL + IF-CANT-ANEXO.
026870     REWRITE IF-REGISTRO
026880         INVALID KEY
026890             MOVE "No se pudo actualizar el producto"
026900                 TO TRP-MOTIVO
026910             GO TO 7110-EXIT
026920     END-REWRITE.
026930     MOVE "S" TO SW-TRASPASO-OK.
026940
026950*    EL TRASPASO NO CAMBIA LA EXISTENCIA TOTAL; CADA MITAD
026960*    DEL PAR LLEVA LA CANTIDAD DE SU BODEGA ANTES Y DESPUES.
026970     MOVE IF-CODIGO TO MOV-CODIGO.
026980     MOVE "T" TO MOV-OPERACION.
026990     MOVE TRP-ORIGEN-ANT TO MOV-CANT-ANTERIOR.
027000     COMPUTE MOV-CANT-NUEVA = TRP-ORIGEN-ANT - TRP-CANTIDAD.
027010     MOVE TRP-ORIGEN TO MOV-BODEGA.
027020     PERFORM 9000-REGISTRAR-MOVIMIENTO THRU 9000-EXIT.
027030     MOVE IF-CODIGO TO MOV-CODIGO.
027040     MOVE "E" TO MOV-OPERACION.
027050     MOVE TRP-DESTINO-ANT TO MOV-CANT-ANTERIOR.
027060     COMPUTE MOV-CANT-NUEVA = TRP-DESTINO-ANT + TRP-CANTIDAD.
027070     MOVE TRP-DESTINO TO MOV-BODEGA.
027080     PERFORM 9000-REGISTRAR-MOVIMIENTO THRU 9000-EXIT.
027090
027100*    LOS LOTES PASAN A LA BODEGA DESTINO EN ORDEN DE
027110*    CADUCIDAD.
027120     MOVE IF-CODIGO TO LOT-CONS-COD.
027130     MOVE TRP-ORIGEN TO LOT-CONS-BOD.
027140     MOVE SPACES TO LOT-CONS-LOTE.
027150     MOVE TRP-CANTIDAD TO LOT-CONS-CANT.
027160     MOVE TRP-DESTINO TO LOT-CONS-DEST.
027170     PERFORM 7440-CONSUMIR-POR-CADUCIDAD THRU 7440-EXIT.
027180 7110-EXIT.
027190     EXIT.
027200
027210*----------------------------------------------------------*
027220* 7120-TRASPASAR-PRODUCTO - CAPTURA Y APLICA UN TRASPASO   *
027230*----------------------------------------------------------*
027240 7120-TRASPASAR-PRODUCTO.
027250     DISPLAY "Ingrese el codigo del producto: ".
027260     ACCEPT TRP-CODIGO.
027270     MOVE TRP-CODIGO TO IF-CODIGO.
027280     READ INVENTAR
027290         INVALID KEY
027300             DISPLAY "Producto no encontrado."
027310             GO TO 7120-EXIT
027320     END-READ.
027330     DISPLAY "  Bodega Principal: " IF-CANT-PRINCIPAL.
027340     DISPLAY "  Bodega Anexa    : " IF-CANT-ANEXO.
027350     DISPLAY "  Reservado       : " IF-CANT-RESERVADA.
027360
027370     MOVE SPACE TO TRP-ORIGEN.
027380     PERFORM UNTIL TRP-DESDE-PRINCIPAL OR TRP-DESDE-ANEXA
027390         DISPLAY "Bodega de origen (P=Principal, A=Anexa): "
027400         ACCEPT TRP-ORIGEN
027410         IF NOT TRP-DESDE-PRINCIPAL AND NOT TRP-DESDE-ANEXA
027420             DISPLAY "Bodega invalida, use P o A."
027430         END-IF
027440     END-PERFORM.
027450
027460     MOVE "N" TO ENTRADA-VALIDA.
027470     PERFORM UNTIL ES-VALIDA
027480         DISPLAY "Ingrese la cantidad a traspasar: "
027490         ACCEPT ENTRADA-CAPTURA
027500         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
027510         IF ES-VALIDA AND VALOR-ENTERO = 0
027520             MOVE "N" TO ENTRADA-VALIDA
027530             DISPLAY "La cantidad debe ser mayor que cero."
027540         END-IF
027550         IF NOT ES-VALIDA
027560             DISPLAY "Entrada invalida, debe ser numerica."
027570         END-IF
027580     END-PERFORM.
027590     MOVE VALOR-ENTERO TO TRP-CANTIDAD.
027600
027610     PERFORM 7400-CARGAR-LOTES THRU 7400-EXIT.
027620     PERFORM 7110-APLICAR-TRASPASO THRU 7110-EXIT.
027630     PERFORM 7410-GRABAR-LOTES THRU 7410-EXIT.
027640     IF TRASPASO-APLICADO
027650         DISPLAY "Traspaso aplicado. Principal: "
027660             IF-CANT-PRINCIPAL " Anexa: " IF-CANT-ANEXO
027670     ELSE
027680         DISPLAY "Traspaso rechazado: " TRP-MOTIVO
027690     END-IF.
027700 7120-EXIT.
027710     EXIT.
027720
027730*----------------------------------------------------------*
027740* 7150-TRASPASO-MASIVO - APLICA LOS TRASPASOS DE           *
027750*                        TRASPASO.DAT; LOS RENGLONES QUE   *
027760*                        NO PROCEDEN VAN A LA BITACORA DE  *
027770*                        EXCEPCIONES                       *
027780*----------------------------------------------------------*
027790 7150-TRASPASO-MASIVO.
027800     MOVE 0 TO CONTADOR-TRASPASOS.
027810     MOVE 0 TO CONTADOR-TRP-RECH.
027820     OPEN INPUT TRASPASO.
027830     IF NOT FS-TRASPASO-OK
027840         DISPLAY "No se pudo abrir el archivo de traspasos "
027850             "(TRASPASO.DAT)."
027860         GO TO 7150-EXIT
027870     END-IF.
027880     PERFORM 7400-CARGAR-LOTES THRU 7400-EXIT.
027890     MOVE "N" TO SW-FIN-ARCHIVO.
027900     PERFORM UNTIL FIN-ARCHIVO
027910         READ TRASPASO
027920             AT END
027930                 MOVE "S" TO SW-FIN-ARCHIVO
027940             NOT AT END
027950                 PERFORM 7160-PROCESAR-TRASPASO THRU 7160-EXIT
027960         END-READ
027970     END-PERFORM.
027980     CLOSE TRASPASO.
027990     PERFORM 7410-GRABAR-LOTES THRU 7410-EXIT.
028000     DISPLAY "Traspasos aplicados: " CONTADOR-TRASPASOS.
028010     DISPLAY "Traspasos rechazados: " CONTADOR-TRP-RECH.
028020 7150-EXIT.
028030     EXIT.
028040
028050 7160-PROCESAR-TRASPASO.
028060     IF TP-CANTIDAD IS NOT NUMERIC
028070         MOVE "Cantidad de traspaso invalida" TO TRP-MOTIVO
028080         GO TO 7160-RECHAZO
028090     END-IF.
028100     MOVE TP-CODIGO TO TRP-CODIGO.
028110     MOVE TP-ORIGEN TO TRP-ORIGEN.
028120     MOVE TP-CANTIDAD TO TRP-CANTIDAD.
028130     PERFORM 7110-APLICAR-TRASPASO THRU 7110-EXIT.
028140     IF TRASPASO-APLICADO
028150         ADD 1 TO CONTADOR-TRASPASOS
028160         GO TO 7160-EXIT
028170     END-IF.
028180 7160-RECHAZO.
028190     ADD 1 TO CONTADOR-TRP-RECH.
028200     DISPLAY "Traspaso rechazado: " TP-CODIGO " " TRP-MOTIVO.
028210     MOVE SPACES TO EX-REGISTRO.
028220     MOVE "TRASPASO" TO EX-ORIGEN.
028230     MOVE TP-CODIGO TO EX-CODIGO.
028240     MOVE TRP-MOTIVO TO EX-MOTIVO.
028250     PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT.
028260 7160-EXIT.
028270     EXIT.
028280
028290*----------------------------------------------------------*
028300* 7300-MENU-COBRANZA - PAGOS DE CLIENTES Y ANTIGUEDAD DE   *
028310*                      SALDOS DE LAS FACTURAS ABIERTAS     *
028320*----------------------------------------------------------*
028330 7300-MENU-COBRANZA.
028340     MOVE 0 TO OPCION-COBRANZA.
028350     PERFORM UNTIL OPCION-COBRANZA = 3
028360         DISPLAY "--- Facturacion y Cobranza ---"
028370         DISPLAY "1. Registrar Pago de Cliente"
028380         DISPLAY "2. Reporte de Antiguedad de Saldos"
028390         DISPLAY "3. Volver al menu principal"
028400         DISPLAY "Seleccione una opcion: "
028410         ACCEPT OPCION-COBRANZA
028420
028430         EVALUATE OPCION-COBRANZA
028440             WHEN 1
028450                 PERFORM 7330-REGISTRAR-PAGO THRU 7330-EXIT
028460             WHEN 2
028470                 PERFORM 7340-ANTIGUEDAD-SALDOS
028480                     THRU 7340-EXIT
028490             WHEN 3
028500                 CONTINUE
028510             WHEN OTHER
028520                 DISPLAY "Opcion invalida, intente de nuevo."
028530         END-EVALUATE
028540     END-PERFORM.
028550 7300-EXIT.
028560     EXIT.
028570
028580*----------------------------------------------------------*
028590* 7310-FACTURAR-DESPACHO - EMITE UNA FACTURA POR CADA      *
028600*                          FOLIO DESPACHADO EN LA CORRIDA  *
028610*----------------------------------------------------------*
028620 7310-FACTURAR-DESPACHO.
028630     MOVE 0 TO FAC-EMITIDAS.
028640     ACCEPT FAC-FECHA FROM DATE YYYYMMDD.
028650     PERFORM VARYING FAC-IDX FROM 1 BY 1
028660             UNTIL FAC-IDX > FAC-CONTADOR
028670         IF NOT FAC-YA-EMITIDO(FAC-IDX)
028680             PERFORM 7320-EMITIR-FACTURA THRU 7320-EXIT
028690         END-IF
028700     END-PERFORM.
028710     DISPLAY "Facturas emitidas: " FAC-EMITIDAS.
028720     IF FAC-OMITIDOS > 0
028730         DISPLAY "Aviso: la tabla de facturacion admite 200 "
028740             "lineas; " FAC-OMITIDOS " lineas quedaron sin "
028750             "facturar (ver bitacora de excepciones)."
028760     END-IF.
028770 7310-EXIT.
028780     EXIT.
028790
028800*----------------------------------------------------------*
028810* 7320-EMITIR-FACTURA - FACTURA EL FOLIO DE LA LINEA       *
028820*                       FAC-IDX CON TODAS SUS LINEAS       *
028830*                       DESPACHADAS: HISTORICO, IMPRESION  *
028840*                       Y CARGO EN CUENTAS POR COBRAR      *
028850*----------------------------------------------------------*
028860 7320-EMITIR-FACTURA.
028870     MOVE FAC-FOLIO(FAC-IDX) TO FAC-FOLIO-ACT.
028880
028890*    EL CLIENTE SE TOMA DEL PEDIDO QUE ORIGINO EL FOLIO.
028900     MOVE SPACES TO FAC-CLIENTE.
028910     OPEN INPUT PEDIDOS.
028920     IF FS-PEDIDOS-OK
028930         MOVE "N" TO SW-FIN-ARCHIVO
028940         PERFORM UNTIL FIN-ARCHIVO
028950             READ PEDIDOS
028960                 AT END
028970                     MOVE "S" TO SW-FIN-ARCHIVO
028980                 NOT AT END
028990                     IF PD-FOLIO = FAC-FOLIO-ACT
029000                         MOVE PD-CLIENTE TO FAC-CLIENTE
029010                         MOVE "S" TO SW-FIN-ARCHIVO
029020                     END-IF
029030             END-READ
029040         END-PERFORM
029050         CLOSE PEDIDOS
029060     END-IF.
029070     IF FAC-CLIENTE = SPACES
029080         PERFORM VARYING FAC-IDX2 FROM FAC-IDX BY 1
029090                 UNTIL FAC-IDX2 > FAC-CONTADOR
029100             IF FAC-FOLIO(FAC-IDX2) = FAC-FOLIO-ACT
029110                 MOVE "S" TO FAC-EMITIDO(FAC-IDX2)
029120             END-IF
029130         END-PERFORM
029140         DISPLAY "Folio " FAC-FOLIO-ACT " sin pedido; no se "
029150             "factura."
029160         MOVE SPACES TO EX-REGISTRO
029170         MOVE "FACTURA" TO EX-ORIGEN
029180         MOVE FAC-FOLIO-ACT TO EX-CODIGO
029190         MOVE "Folio despachado sin pedido" TO EX-MOTIVO
029200         PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT
029210         GO TO 7320-EXIT
029220     END-IF.
029230     MOVE FAC-CLIENTE TO CL-CODIGO.
029240     READ CLIENTE
029250         INVALID KEY
029260             MOVE "CLIENTE NO REGISTRADO" TO CL-NOMBRE
029270             MOVE SPACES TO CL-DIRECCION
029280     END-READ.
029290
029300     PERFORM 8890-LEER-CONSECUTIVOS THRU 8890-EXIT.
029310     ADD 1 TO FACTURA-ACTUAL.
029320     PERFORM 8895-GRABAR-CONSECUTIVOS THRU 8895-EXIT.
029330
029340     MOVE SPACES TO REPORTE-NOMBRE.
029350     STRING "FAC" FACTURA-ACTUAL ".TXT"
029360         DELIMITED BY SIZE INTO REPORTE-NOMBRE.
029370     MOVE SPACES TO RP-TITULO.
029380     STRING "FACTURA NUMERO " FACTURA-ACTUAL
029390         DELIMITED BY SIZE INTO RP-TITULO.
029400     MOVE "CODIGO     DESCRIPCION          CANT    PRECIO"
029410         TO RP-COLUMNAS.
029420     MOVE "       IMPORTE" TO RP-COLUMNAS(47:14).
029430     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
029440     MOVE SPACES TO RP-DETALLE.
029450     STRING "CLIENTE:   " CL-CODIGO " " CL-NOMBRE
029460         DELIMITED BY SIZE INTO RP-DETALLE.
029470     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
029480     MOVE SPACES TO RP-DETALLE.
029490     STRING "DIRECCION: " CL-DIRECCION
029500         DELIMITED BY SIZE INTO RP-DETALLE.
029510     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
029520     MOVE SPACES TO RP-DETALLE.
029530     STRING "PEDIDO:    " FAC-FOLIO-ACT "   FECHA: " FAC-FECHA
029540         DELIMITED BY SIZE INTO RP-DETALLE.
029550     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
029560     MOVE SPACES TO RP-DETALLE.
029570     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
029580
029590     OPEN EXTEND FACTURAS.
029600     IF NOT FS-FACTURAS-OK
029610         OPEN OUTPUT FACTURAS
029620     END-IF.
029630     MOVE 0 TO FAC-SUBTOTAL.
029640     MOVE 0 TO FAC-IVA.
029650     PERFORM VARYING FAC-IDX2 FROM FAC-IDX BY 1
029660             UNTIL FAC-IDX2 > FAC-CONTADOR
029670         IF FAC-FOLIO(FAC-IDX2) = FAC-FOLIO-ACT
029680                 AND NOT FAC-YA-EMITIDO(FAC-IDX2)
029690             PERFORM 7325-LINEA-FACTURA THRU 7325-EXIT
029700         END-IF
029710     END-PERFORM.
029720     CLOSE FACTURAS.
029730     COMPUTE FAC-TOTAL = FAC-SUBTOTAL + FAC-IVA.
029740
029750     MOVE ALL "-" TO RP-DETALLE.
029760     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
029770     MOVE FAC-SUBTOTAL TO FAC-TOTAL-ED.
029780     MOVE SPACES TO RP-DETALLE.
029790     STRING "SUBTOTAL" DELIMITED BY SIZE INTO RP-DETALLE.
029800     MOVE FAC-TOTAL-ED TO RP-DETALLE(46:14).
029810     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
029820     MOVE FAC-IVA TO FAC-TOTAL-ED.
029830     MOVE SPACES TO RP-DETALLE.
029840     STRING "IVA" DELIMITED BY SIZE INTO RP-DETALLE.
029850     MOVE FAC-TOTAL-ED TO RP-DETALLE(46:14).
029860     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
029870     MOVE FAC-TOTAL TO FAC-TOTAL-ED.
029880     MOVE SPACES TO RP-DETALLE.
029890     STRING "TOTAL A PAGAR" DELIMITED BY SIZE INTO RP-DETALLE.
029900     MOVE FAC-TOTAL-ED TO RP-DETALLE(46:14).
029910     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
029920     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
029930
029940*    LA FACTURA QUEDA COMO PARTIDA ABIERTA DEL CLIENTE.
029950     OPEN EXTEND CXCOBRAR.
029960     IF NOT FS-CXCOBRAR-OK
029970         OPEN OUTPUT CXCOBRAR
029980     END-IF.
029990     MOVE SPACES TO CC-REGISTRO.
030000     MOVE "F" TO CC-TIPO.
030010     MOVE FACTURA-ACTUAL TO CC-FACTURA.
030020     MOVE FAC-CLIENTE TO CC-CLIENTE.
030030     MOVE FAC-FECHA TO CC-FECHA.
030040     MOVE FAC-TOTAL TO CC-IMPORTE.
030050     MOVE OPERADOR-ACTUAL TO CC-OPERADOR.
030060     WRITE CC-REGISTRO.
030070     CLOSE CXCOBRAR.
030080
030090     ADD 1 TO FAC-EMITIDAS.
030100     DISPLAY "Factura " FACTURA-ACTUAL " del folio "
030110         FAC-FOLIO-ACT " al cliente " FAC-CLIENTE
030120         " por " FAC-TOTAL-ED.
030130 7320-EXIT.
030140     EXIT.
030150
030160*----------------------------------------------------------*
030170* 7325-LINEA-FACTURA - IMPORTE E IVA DE LA LINEA FAC-IDX2, *
030180*                      AL HISTORICO Y A LA IMPRESION       *
030190*----------------------------------------------------------*
030200 7325-LINEA-FACTURA.
030210     COMPUTE FAC-IMPORTE = FAC-CANTIDAD(FAC-IDX2)
030220             * FAC-PRECIO(FAC-IDX2).
030230     COMPUTE FAC-IVA-LINEA ROUNDED = FAC-IMPORTE * FAC-TASA-IVA.
030240     ADD FAC-IMPORTE TO FAC-SUBTOTAL.
030250     ADD FAC-IVA-LINEA TO FAC-IVA.
030260
030270     MOVE SPACES TO FA-REGISTRO.
030280     MOVE FACTURA-ACTUAL          TO FA-FACTURA.
030290     MOVE FAC-FECHA               TO FA-FECHA.
030300     MOVE FAC-FOLIO-ACT           TO FA-FOLIO.
030310     MOVE FAC-CLIENTE             TO FA-CLIENTE.
030320     MOVE FAC-CODIGO(FAC-IDX2)    TO FA-CODIGO.
030330     MOVE FAC-CANTIDAD(FAC-IDX2)  TO FA-CANTIDAD.
030340     MOVE FAC-PRECIO(FAC-IDX2)    TO FA-PRECIO.
030350     MOVE FAC-IMPORTE             TO FA-IMPORTE.
030360     MOVE FAC-IVA-LINEA           TO FA-IVA.
030370     WRITE FA-REGISTRO.
030380
030390     MOVE FAC-PRECIO(FAC-IDX2) TO FAC-PRECIO-ED.
030400     MOVE FAC-IMPORTE TO FAC-IMPORTE-ED.
030410     MOVE SPACES TO RP-DETALLE.
030420     STRING FAC-CODIGO(FAC-IDX2) " " FAC-NOMBRE(FAC-IDX2) " "
030430         FAC-CANTIDAD(FAC-IDX2) " " FAC-PRECIO-ED " "
030440         FAC-IMPORTE-ED
030450         DELIMITED BY SIZE INTO RP-DETALLE.
030460     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
030470     MOVE "S" TO FAC-EMITIDO(FAC-IDX2).
030480 7325-EXIT.
030490     EXIT.
030500
030510*----------------------------------------------------------*
030520* 7330-REGISTRAR-PAGO - ABONA UN PAGO DEL CLIENTE A UNA    *
030530*                       FACTURA; NO SE ADMITE PAGAR MAS    *
030540*                       QUE SU SALDO                       *
030550*----------------------------------------------------------*
030560 7330-REGISTRAR-PAGO.
030570     MOVE "N" TO ENTRADA-VALIDA.
030580     PERFORM UNTIL ES-VALIDA
030590         DISPLAY "Ingrese el numero de factura: "
030600         ACCEPT ENTRADA-CAPTURA
030610         MOVE 0 TO CAPTURA-LONGITUD
030620         INSPECT ENTRADA-CAPTURA TALLYING CAPTURA-LONGITUD
030630             FOR CHARACTERS BEFORE INITIAL SPACE
030640         IF CAPTURA-LONGITUD > 0 AND CAPTURA-LONGITUD <= 6
030650             MOVE ENTRADA-CAPTURA(1:CAPTURA-LONGITUD)
030660                 TO CXC-FACTURA-CAPT
030670             INSPECT CXC-FACTURA-CAPT
030680                 REPLACING LEADING SPACE BY ZERO
030690             IF CXC-FACTURA-CAPT IS NUMERIC
030700                 MOVE CXC-FACTURA-NUM TO CXC-FACTURA
030710                 MOVE "S" TO ENTRADA-VALIDA
030720             END-IF
030730         END-IF
030740         IF NOT ES-VALIDA
030750             DISPLAY "Factura invalida, debe ser numerica."
030760         END-IF
030770     END-PERFORM.
030780
030790     MOVE 0 TO CXC-CARGO.
030800     MOVE 0 TO CXC-ABONOS.
030810     MOVE SPACES TO CXC-CLIENTE.
030820     OPEN INPUT CXCOBRAR.
030830     IF FS-CXCOBRAR-OK
030840         MOVE "N" TO SW-FIN-ARCHIVO
030850         PERFORM UNTIL FIN-ARCHIVO
030860             READ CXCOBRAR
030870                 AT END
030880                     MOVE "S" TO SW-FIN-ARCHIVO
030890                 NOT AT END
030900                     IF CC-FACTURA = CXC-FACTURA
030910                         IF CC-TIPO = "F"
030920                             ADD CC-IMPORTE TO CXC-CARGO
030930                             MOVE CC-CLIENTE TO CXC-CLIENTE
030940                         ELSE
030950                             ADD CC-IMPORTE TO CXC-ABONOS
030960                         END-IF
030970                     END-IF
030980             END-READ
030990         END-PERFORM
031000         CLOSE CXCOBRAR
031010     END-IF.
031020     IF CXC-CLIENTE = SPACES
031030         DISPLAY "La factura " CXC-FACTURA " no existe en "
031040             "cuentas por cobrar."
031050         GO TO 7330-EXIT
031060     END-IF.
031070     COMPUTE CXC-SALDO = CXC-CARGO - CXC-ABONOS.
031080     MOVE CXC-SALDO TO CXC-SALDO-ED.
031090     IF CXC-SALDO <= 0
031100         DISPLAY "La factura " CXC-FACTURA " ya esta pagada."
031110         GO TO 7330-EXIT
031120     END-IF.
031130     DISPLAY "Factura " CXC-FACTURA " del cliente " CXC-CLIENTE
031140         ", saldo: " CXC-SALDO-ED.
031150
031160     MOVE "N" TO ENTRADA-VALIDA.
031170     PERFORM UNTIL ES-VALIDA
031180         DISPLAY "Ingrese el importe del pago: "
031190         ACCEPT ENTRADA-CAPTURA
031200         PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
031210         IF ES-VALIDA AND VALOR-DECIMAL = 0
031220             MOVE "N" TO ENTRADA-VALIDA
031230             DISPLAY "El pago debe ser mayor que cero."
031240         END-IF
031250         IF ES-VALIDA AND VALOR-DECIMAL > CXC-SALDO
031260             MOVE "N" TO ENTRADA-VALIDA
031270             DISPLAY "El pago excede el saldo de la factura."
031280         END-IF
031290         IF NOT ES-VALIDA
031300             DISPLAY "Importe invalido."
031310         END-IF
031320     END-PERFORM.
031330
031340     OPEN EXTEND CXCOBRAR.
031350     IF NOT FS-CXCOBRAR-OK
031360         OPEN OUTPUT CXCOBRAR
031370     END-IF.
031380     MOVE SPACES TO CC-REGISTRO.
031390     MOVE "P" TO CC-TIPO.
031400     MOVE CXC-FACTURA TO CC-FACTURA.
031410     MOVE CXC-CLIENTE TO CC-CLIENTE.
031420     ACCEPT CC-FECHA FROM DATE YYYYMMDD.
031430     MOVE VALOR-DECIMAL TO CC-IMPORTE.
031440     MOVE OPERADOR-ACTUAL TO CC-OPERADOR.
031450     WRITE CC-REGISTRO.
031460     CLOSE CXCOBRAR.
031470
031480     SUBTRACT VALOR-DECIMAL FROM CXC-SALDO.
031490     MOVE CXC-SALDO TO CXC-SALDO-ED.
031500     DISPLAY "Pago registrado; saldo pendiente: " CXC-SALDO-ED.
031510 7330-EXIT.
031520     EXIT.
031530
031540*----------------------------------------------------------*
031550* 7340-ANTIGUEDAD-SALDOS - SALDO DE CADA FACTURA ABIERTA   *
031560*                          POR DIAS DESDE SU EMISION       *
031570*                          (CORRIENTE, 30, 60 Y 90+)       *
031580*----------------------------------------------------------*
031590 7340-ANTIGUEDAD-SALDOS.
031600     MOVE 0 TO CXC-CONTADOR.
031610     MOVE 0 TO CXC-OMITIDOS.
031620     OPEN INPUT CXCOBRAR.
031630     IF NOT FS-CXCOBRAR-OK
031640         DISPLAY "No hay cuentas por cobrar registradas."
031650         GO TO 7340-EXIT
031660     END-IF.
031670     MOVE "N" TO SW-FIN-ARCHIVO.
031680     PERFORM UNTIL FIN-ARCHIVO
031690         READ CXCOBRAR
031700             AT END
031710                 MOVE "S" TO SW-FIN-ARCHIVO
031720             NOT AT END
031730                 PERFORM 7345-ACUMULAR-CXC THRU 7345-EXIT
031740         END-READ
031750     END-PERFORM.
031760     CLOSE CXCOBRAR.
031770     IF CXC-OMITIDOS > 0
031780         DISPLAY "Aviso: la tabla admite 500 facturas; se "
031790             "omitieron " CXC-OMITIDOS " movimientos."
031800     END-IF.
031810
031820     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
031830     MOVE FECHA-HOY TO FECHA-TRABAJO.
031840     PERFORM 9950-FECHA-A-DIAS THRU 9950-EXIT.
031850     MOVE DIAS-TRABAJO TO DIAS-HOY.
031860     MOVE 0 TO CXC-CORRIENTE.
031870     MOVE 0 TO CXC-VENC-30.
031880     MOVE 0 TO CXC-VENC-60.
031890     MOVE 0 TO CXC-VENC-90.
031900     MOVE 0 TO CXC-ABIERTAS.
031910
031920     MOVE "CXCANTIG.TXT" TO REPORTE-NOMBRE.
031930     MOVE "ANTIGUEDAD DE SALDOS DE CLIENTES" TO RP-TITULO.
031940     MOVE "CLIENTE FACTURA  EMISION   DIAS TRAMO          SALDO"
031950         TO RP-COLUMNAS.
031960     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
031970     DISPLAY "=== ANTIGUEDAD DE SALDOS ===".
031980     PERFORM VARYING CXC-IDX FROM 1 BY 1
031990             UNTIL CXC-IDX > CXC-CONTADOR
032000         COMPUTE CXC-SALDO = CXT-CARGO(CXC-IDX)
032010                 - CXT-ABONOS(CXC-IDX)
032020         IF CXC-SALDO > 0
032030             PERFORM 7348-LINEA-ANTIGUEDAD THRU 7348-EXIT
032040         END-IF
032050     END-PERFORM.
032060
032070     COMPUTE CXC-TOTAL = CXC-CORRIENTE + CXC-VENC-30
032080             + CXC-VENC-60 + CXC-VENC-90.
032090     MOVE ALL "-" TO RP-DETALLE.
032100     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
032110     MOVE CXC-CORRIENTE TO CXC-SALDO-ED.
032120     DISPLAY "Corriente (0-30 dias): " CXC-SALDO-ED.
032130     MOVE SPACES TO RP-DETALLE.
032140     STRING "CORRIENTE (0-30)      " CXC-SALDO-ED
032150         DELIMITED BY SIZE INTO RP-DETALLE.
032160     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
032170     MOVE CXC-VENC-30 TO CXC-SALDO-ED.
032180     DISPLAY "Vencido 31-60 dias:    " CXC-SALDO-ED.
032190     MOVE SPACES TO RP-DETALLE.
032200     STRING "VENCIDO 31-60         " CXC-SALDO-ED
032210         DELIMITED BY SIZE INTO RP-DETALLE.
032220     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
032230     MOVE CXC-VENC-60 TO CXC-SALDO-ED.
032240     DISPLAY "Vencido 61-90 dias:    " CXC-SALDO-ED.
032250     MOVE SPACES TO RP-DETALLE.
032260     STRING "VENCIDO 61-90         " CXC-SALDO-ED
032270         DELIMITED BY SIZE INTO RP-DETALLE.
032280     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
032290     MOVE CXC-VENC-90 TO CXC-SALDO-ED.
032300     DISPLAY "Vencido mas de 90:     " CXC-SALDO-ED.
032310     MOVE SPACES TO RP-DETALLE.
032320     STRING "VENCIDO 90+           " CXC-SALDO-ED
032330         DELIMITED BY SIZE INTO RP-DETALLE.
032340     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
032350     MOVE CXC-TOTAL TO CXC-SALDO-ED.
032360     DISPLAY "Total por cobrar:      " CXC-SALDO-ED
032370         " en " CXC-ABIERTAS " facturas abiertas.".
032380     MOVE SPACES TO RP-DETALLE.
032390     STRING "TOTAL POR COBRAR      " CXC-SALDO-ED
032400         DELIMITED BY SIZE INTO RP-DETALLE.
032410     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
032420     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
032430 7340-EXIT.
032440     EXIT.
032450
032460*----------------------------------------------------------*
032470* 7345-ACUMULAR-CXC - SUMA EL MOVIMIENTO A LA ENTRADA DE   *
032480*                     SU FACTURA EN LA TABLA               *
032490*----------------------------------------------------------*
032500 7345-ACUMULAR-CXC.
032510     MOVE "N" TO CXC-HALLADO.
032520     PERFORM VARYING CXC-IDX FROM 1 BY 1
032530             UNTIL CXC-IDX > CXC-CONTADOR
032540                OR CXC-HALLADO = "S"
032550         IF CXT-FACTURA(CXC-IDX) = CC-FACTURA
032560             MOVE "S" TO CXC-HALLADO
032570         END-IF
032580     END-PERFORM.
032590     IF CXC-HALLADO = "S"
032600         SET CXC-IDX DOWN BY 1
032610     ELSE
032620         IF CXC-CONTADOR >= 500
032630             ADD 1 TO CXC-OMITIDOS
032640             GO TO 7345-EXIT
032650         END-IF
032660         ADD 1 TO CXC-CONTADOR
032670         SET CXC-IDX TO CXC-CONTADOR
032680         MOVE CC-FACTURA TO CXT-FACTURA(CXC-IDX)
032690         MOVE CC-CLIENTE TO CXT-CLIENTE(CXC-IDX)
032700         MOVE 0 TO CXT-FECHA(CXC-IDX)
032710         MOVE 0 TO CXT-CARGO(CXC-IDX)
032720         MOVE 0 TO CXT-ABONOS(CXC-IDX)
032730     END-IF.
032740     IF CC-TIPO = "F"
032750         MOVE CC-FECHA TO CXT-FECHA(CXC-IDX)
032760         ADD CC-IMPORTE TO CXT-CARGO(CXC-IDX)
032770     ELSE
032780         ADD CC-IMPORTE TO CXT-ABONOS(CXC-IDX)
032790     END-IF.
032800 7345-EXIT.
032810     EXIT.
032820
032830*----------------------------------------------------------*
032840* 7348-LINEA-ANTIGUEDAD - CLASIFICA EL SALDO DE LA FACTURA *
032850*                         CXC-IDX EN SU TRAMO              *
032860*----------------------------------------------------------*
032870 7348-LINEA-ANTIGUEDAD.
032880     ADD 1 TO CXC-ABIERTAS.
032890     MOVE CXT-FECHA(CXC-IDX) TO FECHA-TRABAJO.
032900     PERFORM 9950-FECHA-A-DIAS THRU 9950-EXIT.
032910     COMPUTE CXC-DIAS = DIAS-HOY - DIAS-TRABAJO.
032920     IF CXC-DIAS < 0
032930         MOVE 0 TO CXC-DIAS
032940     END-IF.
032950     EVALUATE TRUE
032960         WHEN CXC-DIAS <= 30
032970             MOVE "CORR." TO CXC-TRAMO
032980             ADD CXC-SALDO TO CXC-CORRIENTE
032990         WHEN CXC-DIAS <= 60
033000             MOVE "30" TO CXC-TRAMO
033010             ADD CXC-SALDO TO CXC-VENC-30
033020         WHEN CXC-DIAS <= 90
033030             MOVE "60" TO CXC-TRAMO
033040             ADD CXC-SALDO TO CXC-VENC-60
033050         WHEN OTHER
033060             MOVE "90+" TO CXC-TRAMO
033070             ADD CXC-SALDO TO CXC-VENC-90
033080     END-EVALUATE.
033090     MOVE CXC-DIAS TO CXC-DIAS-ED.
033100     MOVE CXC-SALDO TO CXC-SALDO-ED.
033110     DISPLAY CXT-CLIENTE(CXC-IDX) " " CXT-FACTURA(CXC-IDX) " "
033120         CXT-FECHA(CXC-IDX) " " CXC-DIAS-ED " " CXC-TRAMO " "
033130         CXC-SALDO-ED.
033140     MOVE SPACES TO RP-DETALLE.
033150     STRING CXT-CLIENTE(CXC-IDX) "  " CXT-FACTURA(CXC-IDX) "   "
033160         CXT-FECHA(CXC-IDX) " " CXC-DIAS-ED " " CXC-TRAMO
033170         CXC-SALDO-ED
033180         DELIMITED BY SIZE INTO RP-DETALLE.
033190     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
033200 7348-EXIT.
033210     EXIT.
033220
033230*----------------------------------------------------------*
033240* 7400-CARGAR-LOTES - LEE LOTES.DAT A LA TABLA DE TRABAJO  *
033250*----------------------------------------------------------*
033260 7400-CARGAR-LOTES.
033270     MOVE 0 TO LOT-CONTADOR.
033280     MOVE 0 TO LOT-OMITIDOS.
033290     OPEN INPUT LOTESINV.
033300     IF NOT FS-LOTESINV-OK
033310         GO TO 7400-EXIT
033320     END-IF.
033330     MOVE "N" TO SW-FIN-ARCHIVO.
033340     PERFORM UNTIL FIN-ARCHIVO
033350         READ LOTESINV
033360             AT END
033370                 MOVE "S" TO SW-FIN-ARCHIVO
033380             NOT AT END
033390                 PERFORM 7405-CARGAR-RENGLON-LOTE
033400                     THRU 7405-EXIT
033410         END-READ
033420     END-PERFORM.
033430     CLOSE LOTESINV.
033440     MOVE "N" TO SW-FIN-ARCHIVO.
033450     IF LOT-OMITIDOS > 0
033460         DISPLAY "Aviso: LOTES.DAT excede los 500 renglones de "
033470             "la tabla; los lotes no se actualizan."
033480     END-IF.
033490 7400-EXIT.
033500     EXIT.
033510
033520*----------------------------------------------------------*
033530* 7405-CARGAR-RENGLON-LOTE - UN RENGLON DE LOTES.DAT A LA  *
033540*                            TABLA; UN LOTE REPETIDO SE    *
033550*                            SUMA AL YA CARGADO            *
033560*----------------------------------------------------------*
033570 7405-CARGAR-RENGLON-LOTE.
033580     IF LT-CODIGO = SPACES OR LT-CANTIDAD IS NOT NUMERIC
033590         GO TO 7405-EXIT
033600     END-IF.
033610     MOVE LT-CODIGO TO LOT-ABONO-COD.
033620     MOVE LT-LOTE TO LOT-ABONO-LOTE.
033630     MOVE LT-BODEGA TO LOT-ABONO-BOD.
033640     IF LT-CADUCIDAD IS NUMERIC
033650         MOVE LT-CADUCIDAD TO LOT-ABONO-CAD
033660     ELSE
033670         MOVE 0 TO LOT-ABONO-CAD
033680     END-IF.
033690     MOVE LT-CANTIDAD TO LOT-ABONO-CANT.
033700     PERFORM 7420-ABONAR-LOTE THRU 7420-EXIT.
033710 7405-EXIT.
033720     EXIT.
033730
033740*----------------------------------------------------------*
033750* 7410-GRABAR-LOTES - REGRABA LOTES.DAT CON LA TABLA; LOS  *
033760*                     LOTES AGOTADOS SE DEPURAN            *
033770*----------------------------------------------------------*
033780 7410-GRABAR-LOTES.
033790*    CON LA TABLA DESBORDADA EL REGRABADO PERDERIA LOTES;
033800*    EL ARCHIVO SE CONSERVA COMO ESTABA.
033810     IF LOT-OMITIDOS > 0
033820         GO TO 7410-EXIT
033830     END-IF.
033840     OPEN OUTPUT LOTESINV.
033850     IF NOT FS-LOTESINV-OK
033860         DISPLAY "No se pudo regrabar el archivo de lotes."
033870         GO TO 7410-EXIT
033880     END-IF.
033890     PERFORM VARYING LOT-IDX FROM 1 BY 1
033900             UNTIL LOT-IDX > LOT-CONTADOR
033910         IF LOT-CANTIDAD(LOT-IDX) > 0
033920             MOVE SPACES TO LT-REGISTRO
033930             MOVE LOT-CODIGO(LOT-IDX)    TO LT-CODIGO
033940             MOVE LOT-LOTE(LOT-IDX)      TO LT-LOTE
033950             MOVE LOT-BODEGA(LOT-IDX)    TO LT-BODEGA
033960             MOVE LOT-CADUCIDAD(LOT-IDX) TO LT-CADUCIDAD
033970             MOVE LOT-CANTIDAD(LOT-IDX)  TO LT-CANTIDAD
033980             WRITE LT-REGISTRO
033990         END-IF
034000     END-PERFORM.
034010     CLOSE LOTESINV.
034020 7410-EXIT.
034030     EXIT.
034040
034050*----------------------------------------------------------*
034060* 7420-ABONAR-LOTE - SUMA LOT-ABONO-CANT AL LOTE DEL       *
034070*                    PRODUCTO EN LA BODEGA INDICADA; SI NO *
034080*                    EXISTE LO AGREGA A LA TABLA           *
034090*----------------------------------------------------------*
034100 7420-ABONAR-LOTE.
034110     PERFORM VARYING LOT-IDX FROM 1 BY 1
034120             UNTIL LOT-IDX > LOT-CONTADOR
034130         IF LOT-CODIGO(LOT-IDX) = LOT-ABONO-COD
034140                 AND LOT-LOTE(LOT-IDX) = LOT-ABONO-LOTE
034150                 AND LOT-BODEGA(LOT-IDX) = LOT-ABONO-BOD
034160             IF LOT-CANTIDAD(LOT-IDX) + LOT-ABONO-CANT > 999
034170                 MOVE 999 TO LOT-CANTIDAD(LOT-IDX)
034180             ELSE
034190                 ADD LOT-ABONO-CANT TO LOT-CANTIDAD(LOT-IDX)
034200             END-IF
034210             IF LOT-CADUCIDAD(LOT-IDX) = 0
034220                 MOVE LOT-ABONO-CAD TO LOT-CADUCIDAD(LOT-IDX)
034230             END-IF
034240             GO TO 7420-EXIT
034250         END-IF
034260     END-PERFORM.
034270     IF LOT-CONTADOR >= 500
034280         ADD 1 TO LOT-OMITIDOS
034290         GO TO 7420-EXIT
034300     END-IF.
034310     ADD 1 TO LOT-CONTADOR.
034320     SET LOT-IDX TO LOT-CONTADOR.
034330     MOVE LOT-ABONO-COD  TO LOT-CODIGO(LOT-IDX).
034340     MOVE LOT-ABONO-LOTE TO LOT-LOTE(LOT-IDX).
034350     MOVE LOT-ABONO-BOD  TO LOT-BODEGA(LOT-IDX).
034360     MOVE LOT-ABONO-CAD  TO LOT-CADUCIDAD(LOT-IDX).
034370     MOVE LOT-ABONO-CANT TO LOT-CANTIDAD(LOT-IDX).
034380     MOVE 0              TO LOT-ASIGNADA(LOT-IDX).
034390     MOVE "N"            TO LOT-LISTADO(LOT-IDX).
034400 7420-EXIT.
034410     EXIT.
034420
034430*----------------------------------------------------------*
034440* 7430-AGREGAR-LOTE-ARCHIVO - AGREGA UN LOTE NUEVO AL      *
034450*                             FINAL DE LOTES.DAT (CARGA    *
034460*                             MASIVA DE PRODUCTOS NUEVOS)  *
034470*----------------------------------------------------------*
034480 7430-AGREGAR-LOTE-ARCHIVO.
034490     OPEN EXTEND LOTESINV.
034500     IF NOT FS-LOTESINV-OK
034510         OPEN OUTPUT LOTESINV
034520     END-IF.
034530     MOVE SPACES TO LT-REGISTRO.
034540     MOVE LOT-ABONO-COD  TO LT-CODIGO.
034550     MOVE LOT-ABONO-LOTE TO LT-LOTE.
034560     MOVE LOT-ABONO-BOD  TO LT-BODEGA.
034570     MOVE LOT-ABONO-CAD  TO LT-CADUCIDAD.
034580     MOVE LOT-ABONO-CANT TO LT-CANTIDAD.
034590     WRITE LT-REGISTRO.
034600     CLOSE LOTESINV.
034610 7430-EXIT.
034620     EXIT.
034630
034640*----------------------------------------------------------*
034650* 7440-CONSUMIR-POR-CADUCIDAD - DESCARGA LOT-CONS-CANT DEL *
034660*                               PRODUCTO EN LA BODEGA      *
034670*                               LOT-CONS-BOD: PRIMERO EL   *
034680*                               LOTE INDICADO Y LUEGO EL   *
034690*                               QUE CADUCA ANTES. CON      *
034700*                               DESTINO, LO DESCARGADO SE  *
034710*                               ABONA ALLA CON SU LOTE     *
034720*----------------------------------------------------------*
034730 7440-CONSUMIR-POR-CADUCIDAD.
034740     MOVE LOT-CONS-CANT TO LOT-PENDIENTE.
034750     MOVE 0 TO LOT-MEJOR.
034760     IF LOT-CONS-LOTE NOT = SPACES
034770         PERFORM VARYING LOT-IDX FROM 1 BY 1
034780                 UNTIL LOT-IDX > LOT-CONTADOR
034790             IF LOT-CODIGO(LOT-IDX) = LOT-CONS-COD
034800                     AND LOT-LOTE(LOT-IDX) = LOT-CONS-LOTE
034810                     AND LOT-BODEGA(LOT-IDX) = LOT-CONS-BOD
034820                 SET LOT-MEJOR TO LOT-IDX
034830             END-IF
034840         END-PERFORM
034850         IF LOT-MEJOR > 0
034860             PERFORM 7445-TOMAR-DE-LOTE THRU 7445-EXIT
034870         END-IF
034880     END-IF.
034890*    LO QUE NO TIENE LOTE REGISTRADO (EXISTENCIA ANTERIOR A
034900*    LOS LOTES O DEVOLUCIONES) SE DESCARGA SIN LOTE.
034910 7440-SIGUIENTE.
034920     IF LOT-PENDIENTE = 0
034930         GO TO 7440-EXIT
034940     END-IF.
034950     PERFORM 7447-BUSCAR-PRIMERO THRU 7447-EXIT.
034960     IF LOT-MEJOR = 0
034970         GO TO 7440-EXIT
034980     END-IF.
034990     PERFORM 7445-TOMAR-DE-LOTE THRU 7445-EXIT.
035000     GO TO 7440-SIGUIENTE.
035010 7440-EXIT.
035020     EXIT.
035030
035040 7445-TOMAR-DE-LOTE.
035050     IF LOT-CANTIDAD(LOT-MEJOR) > LOT-PENDIENTE
035060         MOVE LOT-PENDIENTE TO LOT-TOMADO
035070     ELSE
035080         MOVE LOT-CANTIDAD(LOT-MEJOR) TO LOT-TOMADO
035090     END-IF.
035100     SUBTRACT LOT-TOMADO FROM LOT-CANTIDAD(LOT-MEJOR).
035110     SUBTRACT LOT-TOMADO FROM LOT-PENDIENTE.
035120     IF LOT-CONS-DEST NOT = SPACE AND LOT-TOMADO > 0
035130         MOVE LOT-CONS-COD TO LOT-ABONO-COD
035140         MOVE LOT-LOTE(LOT-MEJOR) TO LOT-ABONO-LOTE
035150         MOVE LOT-CONS-DEST TO LOT-ABONO-BOD
035160         MOVE LOT-CADUCIDAD(LOT-MEJOR) TO LOT-ABONO-CAD
035170         MOVE LOT-TOMADO TO LOT-ABONO-CANT
035180         PERFORM 7420-ABONAR-LOTE THRU 7420-EXIT
035190     END-IF.
035200     MOVE 0 TO LOT-MEJOR.
035210 7445-EXIT.
035220     EXIT.
035230
035240*----------------------------------------------------------*
035250* 7447-BUSCAR-PRIMERO - LOTE CON EXISTENCIA LIBRE QUE      *
035260*                       CADUCA ANTES PARA EL PRODUCTO Y    *
035270*                       BODEGA DE LOT-CONS-*; LOS LOTES    *
035280*                       SIN CADUCIDAD VAN AL FINAL. DEJA   *
035290*                       CERO EN LOT-MEJOR SI NO HAY        *
035300*----------------------------------------------------------*
035310 7447-BUSCAR-PRIMERO.
035320     MOVE 0 TO LOT-MEJOR.
035330     MOVE 99999999 TO LOT-MEJOR-CAD.
035340     PERFORM VARYING LOT-IDX FROM 1 BY 1
035350             UNTIL LOT-IDX > LOT-CONTADOR
035360         IF LOT-CODIGO(LOT-IDX) = LOT-CONS-COD
035370                 AND LOT-BODEGA(LOT-IDX) = LOT-CONS-BOD
035380                 AND LOT-CANTIDAD(LOT-IDX)
035390                     > LOT-ASIGNADA(LOT-IDX)
035400             IF LOT-CADUCIDAD(LOT-IDX) = 0
035410                 MOVE 99999999 TO LOT-CAD-ORDEN
035420             ELSE
035430                 MOVE LOT-CADUCIDAD(LOT-IDX) TO LOT-CAD-ORDEN
035440             END-IF
035450             IF LOT-MEJOR = 0 OR LOT-CAD-ORDEN < LOT-MEJOR-CAD
035460                 SET LOT-MEJOR TO LOT-IDX
035470                 MOVE LOT-CAD-ORDEN TO LOT-MEJOR-CAD
035480             END-IF
035490         END-IF
035500     END-PERFORM.
035510 7447-EXIT.
035520     EXIT.
035530
035540*----------------------------------------------------------*
035550* 7450-REPORTE-CADUCIDAD - LOTES CON EXISTENCIA QUE VENCEN *
035560*                          DENTRO DEL HORIZONTE (O YA      *
035570*                          VENCIDOS), EN ORDEN DE          *
035580*                          CADUCIDAD Y VALORIZADOS AL      *
035590*                          COSTO                           *
035600*----------------------------------------------------------*
035610 7450-REPORTE-CADUCIDAD.
035620     PERFORM 7400-CARGAR-LOTES THRU 7400-EXIT.
035630     IF LOT-CONTADOR = 0
035640         DISPLAY "No hay lotes registrados."
035650         GO TO 7450-EXIT
035660     END-IF.
035670     MOVE "N" TO ENTRADA-VALIDA.
035680     PERFORM UNTIL ES-VALIDA
035690         DISPLAY "Ingrese el horizonte en dias (ej. 30): "
035700         ACCEPT ENTRADA-CAPTURA
035710         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
035720         IF NOT ES-VALIDA
035730             DISPLAY "Entrada invalida, debe ser numerica."
035740         END-IF
035750     END-PERFORM.
035760     MOVE VALOR-ENTERO TO LOT-HORIZONTE.
035770     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
035780     MOVE FECHA-HOY TO FECHA-TRABAJO.
035790     PERFORM 9950-FECHA-A-DIAS THRU 9950-EXIT.
035800     MOVE DIAS-TRABAJO TO DIAS-HOY.
035810     MOVE FECHA-HOY TO FECHA-TRABAJO.
035820     MOVE LOT-HORIZONTE TO DIAS-A-SUMAR.
035830     PERFORM 9955-SUMAR-DIAS THRU 9955-EXIT.
035840     MOVE FECHA-TRABAJO TO LOT-FECHA-LIMITE.
035850     MOVE 0 TO LOT-TOT-UNIDADES.
035860     MOVE 0 TO LOT-TOT-VALOR.
035870     MOVE 0 TO CONTADOR.
035880
035890     MOVE "CADUCA.TXT" TO REPORTE-NOMBRE.
035900     MOVE SPACES TO RP-TITULO.
035910     STRING "LOTES QUE VENCEN AL " LOT-FECHA-LIMITE
035920         DELIMITED BY SIZE INTO RP-TITULO.
035930     MOVE "CODIGO     LOTE       B CADUCIDAD  DIAS CANT"
035940         TO RP-COLUMNAS.
035950     MOVE "VALOR AL COSTO" TO RP-COLUMNAS(47:14).
035960     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
035970     DISPLAY "=== LOTES POR VENCER AL " LOT-FECHA-LIMITE " ===".
035980 7450-SIGUIENTE.
035990     MOVE 0 TO LOT-MEJOR.
036000     MOVE 99999999 TO LOT-MEJOR-CAD.
036010     PERFORM VARYING LOT-IDX FROM 1 BY 1
036020             UNTIL LOT-IDX > LOT-CONTADOR
036030         IF LOT-LISTADO(LOT-IDX) NOT = "S"
036040                 AND LOT-CANTIDAD(LOT-IDX) > 0
036050                 AND LOT-CADUCIDAD(LOT-IDX) > 0
036060                 AND LOT-CADUCIDAD(LOT-IDX) <= LOT-FECHA-LIMITE
036070                 AND LOT-CADUCIDAD(LOT-IDX) < LOT-MEJOR-CAD
036080             SET LOT-MEJOR TO LOT-IDX
036090             MOVE LOT-CADUCIDAD(LOT-IDX) TO LOT-MEJOR-CAD
036100         END-IF
036110     END-PERFORM.
036120     IF LOT-MEJOR = 0
036130         GO TO 7450-TOTALES
036140     END-IF.
036150     MOVE "S" TO LOT-LISTADO(LOT-MEJOR).
036160     PERFORM 7455-LINEA-CADUCIDAD THRU 7455-EXIT.
036170     GO TO 7450-SIGUIENTE.
036180
036190 7450-TOTALES.
036200     MOVE ALL "-" TO RP-DETALLE.
036210     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
036220     MOVE LOT-TOT-VALOR TO LOT-TOT-VALOR-ED.
036230     MOVE SPACES TO RP-DETALLE.
036240     STRING "LOTES: " CONTADOR "  UNIDADES: " LOT-TOT-UNIDADES
036250         "  VALOR: " LOT-TOT-VALOR-ED
036260         DELIMITED BY SIZE INTO RP-DETALLE.
036270     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
036280     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
036290     DISPLAY "Lotes por vencer: " CONTADOR " unidades: "
036300         LOT-TOT-UNIDADES " valor al costo: " LOT-TOT-VALOR-ED.
036310 7450-EXIT.
036320     EXIT.
036330
036340*----------------------------------------------------------*
036350* 7455-LINEA-CADUCIDAD - RENGLON DEL LOTE LOT-MEJOR EN EL  *
036360*                        REPORTE DE LOTES POR VENCER       *
036370*----------------------------------------------------------*
036380 7455-LINEA-CADUCIDAD.
036390     MOVE LOT-CODIGO(LOT-MEJOR) TO IF-CODIGO.
036400     READ INVENTAR
036410         INVALID KEY
036420             MOVE SPACES TO IF-NOMBRE
036430             MOVE 0 TO IF-COSTO
036440     END-READ.
036450     ADD 1 TO CONTADOR.
036460     COMPUTE LOT-VALOR = LOT-CANTIDAD(LOT-MEJOR) * IF-COSTO.
036470     ADD LOT-CANTIDAD(LOT-MEJOR) TO LOT-TOT-UNIDADES.
036480     ADD LOT-VALOR TO LOT-TOT-VALOR.
036490     MOVE LOT-CADUCIDAD(LOT-MEJOR) TO FECHA-TRABAJO.
036500     PERFORM 9950-FECHA-A-DIAS THRU 9950-EXIT.
036510     COMPUTE LOT-DIAS-RESTAN = DIAS-TRABAJO - DIAS-HOY.
036520     MOVE LOT-DIAS-RESTAN TO LOT-DIAS-ED.
036530     MOVE LOT-VALOR TO LOT-VALOR-ED.
036540     MOVE SPACES TO RP-DETALLE.
036550     STRING LOT-CODIGO(LOT-MEJOR) " " LOT-LOTE(LOT-MEJOR) " "
036560         LOT-BODEGA(LOT-MEJOR) " " LOT-CADUCIDAD(LOT-MEJOR)
036570         " " LOT-DIAS-ED " " LOT-CANTIDAD(LOT-MEJOR) " "
036580         LOT-VALOR-ED
036590         DELIMITED BY SIZE INTO RP-DETALLE.
036600     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
036610     IF LOT-DIAS-RESTAN < 0
036620         DISPLAY LOT-CODIGO(LOT-MEJOR) " " IF-NOMBRE " lote "
036630             LOT-LOTE(LOT-MEJOR) " VENCIDO el "
036640             LOT-CADUCIDAD(LOT-MEJOR) " cant. "
036650             LOT-CANTIDAD(LOT-MEJOR) " valor " LOT-VALOR-ED
036660     ELSE
036670         DISPLAY LOT-CODIGO(LOT-MEJOR) " " IF-NOMBRE " lote "
036680             LOT-LOTE(LOT-MEJOR) " vence el "
036690             LOT-CADUCIDAD(LOT-MEJOR) " cant. "
036700             LOT-CANTIDAD(LOT-MEJOR) " valor " LOT-VALOR-ED
036710     END-IF.
036720 7455-EXIT.
036730     EXIT.
036740
036750*----------------------------------------------------------*
036760* 7500-MENU-KITS - ESTRUCTURA, ENSAMBLE Y DESENSAMBLE DE   *
036770*                  KITS                                    *
036780*----------------------------------------------------------*
036790 7500-MENU-KITS.
036800     MOVE 0 TO OPCION-KITS.
036810     PERFORM UNTIL OPCION-KITS = 6
036820         DISPLAY "--- Kits y Ensambles ---"
036830         DISPLAY "1. Registrar Componente de un Kit"
036840         DISPLAY "2. Mostrar Estructura de un Kit"
036850         DISPLAY "3. Ensamblar Kits"
036860         DISPLAY "4. Desensamblar Kits"
036870         DISPLAY "5. Donde se Usa un Componente"
036880         DISPLAY "6. Volver al menu principal"
036890         DISPLAY "Seleccione una opcion: "
036900         ACCEPT OPCION-KITS
036910
036920         EVALUATE OPCION-KITS
036930             WHEN 1
036940                 PERFORM 7520-REGISTRAR-COMPONENTE
036950                     THRU 7520-EXIT
036960             WHEN 2
036970                 PERFORM 7530-MOSTRAR-ESTRUCTURA THRU 7530-EXIT
036980             WHEN 3
036990                 MOVE "E" TO KIT-OPERACION
037000                 PERFORM 7540-ENSAMBLAR THRU 7540-EXIT
037010             WHEN 4
037020                 MOVE "D" TO KIT-OPERACION
037030                 PERFORM 7540-ENSAMBLAR THRU 7540-EXIT
037040             WHEN 5
037050                 PERFORM 7560-DONDE-SE-USA THRU 7560-EXIT
037060             WHEN 6
037070                 CONTINUE
037080             WHEN OTHER
037090                 DISPLAY "Opcion invalida, intente de nuevo."
037100         END-EVALUATE
037110     END-PERFORM.
037120 7500-EXIT.
037130     EXIT.
037140
037150*----------------------------------------------------------*
037160* 7505-CARGAR-ESTRUCTURAS - LEE ESTRUCT.DAT A LA TABLA     *
037170*----------------------------------------------------------*
037180 7505-CARGAR-ESTRUCTURAS.
037190     MOVE 0 TO EST-CONTADOR.
037200     MOVE 0 TO EST-OMITIDOS.
037210     OPEN INPUT ESTRUCT.
037220     IF NOT FS-ESTRUCT-OK
037230         GO TO 7505-EXIT
037240     END-IF.
037250     MOVE "N" TO SW-FIN-ARCHIVO.
037260     PERFORM UNTIL FIN-ARCHIVO
037270         READ ESTRUCT
037280             AT END
037290                 MOVE "S" TO SW-FIN-ARCHIVO
037300             NOT AT END
037310                 IF BM-KIT NOT = SPACES
037320                         AND BM-CANTIDAD IS NUMERIC
037330                     IF EST-CONTADOR >= 300
037340                         ADD 1 TO EST-OMITIDOS
037350                     ELSE
037360                         ADD 1 TO EST-CONTADOR
037370                         SET EST-IDX TO EST-CONTADOR
037380                         MOVE BM-KIT TO EST-KIT(EST-IDX)
037390                         MOVE BM-COMPONENTE
037400                             TO EST-COMPONENTE(EST-IDX)
037410                         MOVE BM-CANTIDAD
037420                             TO EST-CANTIDAD(EST-IDX)
037430                     END-IF
037440                 END-IF
037450         END-READ
037460     END-PERFORM.
037470     CLOSE ESTRUCT.
037480     MOVE "N" TO SW-FIN-ARCHIVO.
037490     IF EST-OMITIDOS > 0
037500         DISPLAY "Aviso: ESTRUCT.DAT excede los 300 renglones "
037510             "de la tabla; se omitieron " EST-OMITIDOS "."
037520     END-IF.
037530 7505-EXIT.
037540     EXIT.
037550
037560*----------------------------------------------------------*
037570* 7510-PEDIR-KIT - CAPTURA EL CODIGO DEL KIT Y LO LEE DE   *
037580*                  INVENTAR; CUENTA SUS COMPONENTES        *
037590*----------------------------------------------------------*
037600 7510-PEDIR-KIT.
037610     MOVE 0 TO KIT-COMPONENTES.
037620     DISPLAY "Ingrese el codigo del kit: ".
037630     ACCEPT KIT-CODIGO.
037640     MOVE KIT-CODIGO TO IF-CODIGO.
037650     READ INVENTAR
037660         INVALID KEY
037670             DISPLAY "Producto no encontrado."
037680             MOVE SPACES TO KIT-CODIGO
037690             GO TO 7510-EXIT
037700     END-READ.
037710     MOVE IF-NOMBRE TO KIT-NOMBRE.
037720     PERFORM 7505-CARGAR-ESTRUCTURAS THRU 7505-EXIT.
037730     PERFORM VARYING EST-IDX FROM 1 BY 1
037740             UNTIL EST-IDX > EST-CONTADOR
037750         IF EST-KIT(EST-IDX) = KIT-CODIGO
037760             ADD 1 TO KIT-COMPONENTES
037770         END-IF
037780     END-PERFORM.
037790 7510-EXIT.
037800     EXIT.
037810
037820*----------------------------------------------------------*
037830* 7520-REGISTRAR-COMPONENTE - AGREGA O CAMBIA LA CANTIDAD  *
037840*                             DE UN COMPONENTE DEL KIT;    *
037850*                             CANTIDAD CERO LO QUITA       *
037860*----------------------------------------------------------*
037870 7520-REGISTRAR-COMPONENTE.
037880     PERFORM 7510-PEDIR-KIT THRU 7510-EXIT.
037890     IF KIT-CODIGO = SPACES
037900         GO TO 7520-EXIT
037910     END-IF.
037920*    CON LA TABLA DESBORDADA EL REGRABADO PERDERIA
037930*    ESTRUCTURAS; NO SE MODIFICA.
037940     IF EST-OMITIDOS > 0
037950         DISPLAY "La estructura no se puede modificar."
037960         GO TO 7520-EXIT
037970     END-IF.
037980     DISPLAY "Ingrese el codigo del componente: ".
037990     ACCEPT KIT-COMPONENTE.
038000     IF KIT-COMPONENTE = KIT-CODIGO
038010         DISPLAY "Un kit no puede ser componente de si mismo."
038020         GO TO 7520-EXIT
038030     END-IF.
038040     MOVE KIT-COMPONENTE TO IF-CODIGO.
038050     READ INVENTAR
038060         INVALID KEY
038070             DISPLAY "Componente no encontrado en inventario."
038080             GO TO 7520-EXIT
038090     END-READ.
038100     MOVE "N" TO ENTRADA-VALIDA.
038110     PERFORM UNTIL ES-VALIDA
038120         DISPLAY "Ingrese la cantidad por kit (0 lo quita): "
038130         ACCEPT ENTRADA-CAPTURA
038140         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
038150         IF NOT ES-VALIDA
038160             DISPLAY "Entrada invalida, debe ser numerica."
038170         END-IF
038180     END-PERFORM.
038190     MOVE VALOR-ENTERO TO KIT-CANTIDAD.
038200
038210     PERFORM VARYING EST-IDX FROM 1 BY 1
038220             UNTIL EST-IDX > EST-CONTADOR
038230         IF EST-KIT(EST-IDX) = KIT-CODIGO
038240                 AND EST-COMPONENTE(EST-IDX) = KIT-COMPONENTE
038250             MOVE KIT-CANTIDAD TO EST-CANTIDAD(EST-IDX)
038260             GO TO 7520-GRABAR
038270         END-IF
038280     END-PERFORM.
038290     IF KIT-CANTIDAD = 0
038300         DISPLAY "El componente no esta en el kit."
038310         GO TO 7520-EXIT
038320     END-IF.
038330     IF EST-CONTADOR >= 300
038340         DISPLAY "La tabla de estructuras esta llena."
038350         GO TO 7520-EXIT
038360     END-IF.
038370     ADD 1 TO EST-CONTADOR.
038380     SET EST-IDX TO EST-CONTADOR.
038390     MOVE KIT-CODIGO     TO EST-KIT(EST-IDX).
038400     MOVE KIT-COMPONENTE TO EST-COMPONENTE(EST-IDX).
038410     MOVE KIT-CANTIDAD   TO EST-CANTIDAD(EST-IDX).
038420
038430 7520-GRABAR.
038440     OPEN OUTPUT ESTRUCT.
038450     IF NOT FS-ESTRUCT-OK
038460         DISPLAY "No se pudo grabar el archivo de estructuras."
038470         GO TO 7520-EXIT
038480     END-IF.
038490     PERFORM VARYING EST-IDX FROM 1 BY 1
038500             UNTIL EST-IDX > EST-CONTADOR
038510         IF EST-CANTIDAD(EST-IDX) > 0
038520             MOVE SPACES TO BM-REGISTRO
038530             MOVE EST-KIT(EST-IDX)        TO BM-KIT
038540             MOVE EST-COMPONENTE(EST-IDX) TO BM-COMPONENTE
038550             MOVE EST-CANTIDAD(EST-IDX)   TO BM-CANTIDAD
038560             WRITE BM-REGISTRO
038570         END-IF
038580     END-PERFORM.
038590     CLOSE ESTRUCT.
038600     IF KIT-CANTIDAD = 0
038610         DISPLAY "Componente quitado del kit " KIT-CODIGO "."
038620     ELSE
038630         DISPLAY "Kit " KIT-CODIGO " lleva " KIT-CANTIDAD
038640             " de " KIT-COMPONENTE "."
038650     END-IF.
038660 7520-EXIT.
038670     EXIT.
038680
038690*----------------------------------------------------------*
038700* 7530-MOSTRAR-ESTRUCTURA - COMPONENTES DEL KIT CON SU     *
038710*                           COSTO Y EL COSTO RESULTANTE    *
038720*----------------------------------------------------------*
038730 7530-MOSTRAR-ESTRUCTURA.
038740     PERFORM 7510-PEDIR-KIT THRU 7510-EXIT.
038750     IF KIT-CODIGO = SPACES
038760         GO TO 7530-EXIT
038770     END-IF.
038780     IF KIT-COMPONENTES = 0
038790         DISPLAY "El producto no tiene estructura de kit."
038800         GO TO 7530-EXIT
038810     END-IF.
038820     DISPLAY "=== ESTRUCTURA DEL KIT " KIT-CODIGO " "
038830         KIT-NOMBRE " ===".
038840     MOVE 0 TO KIT-COSTO.
038850     PERFORM VARYING EST-IDX FROM 1 BY 1
038860             UNTIL EST-IDX > EST-CONTADOR
038870         IF EST-KIT(EST-IDX) = KIT-CODIGO
038880             MOVE EST-COMPONENTE(EST-IDX) TO IF-CODIGO
038890             READ INVENTAR
038900                 INVALID KEY
038910                     MOVE "** NO EXISTE **" TO IF-NOMBRE
038920                     MOVE 0 TO IF-COSTO
038930             END-READ
038940             COMPUTE KIT-COSTO-LINEA =
038950                     EST-CANTIDAD(EST-IDX) * IF-COSTO
038960             ADD KIT-COSTO-LINEA TO KIT-COSTO
038970             MOVE KIT-COSTO-LINEA TO KIT-COSTO-ED
038980             DISPLAY EST-COMPONENTE(EST-IDX) " " IF-NOMBRE
038990                 " cant. " EST-CANTIDAD(EST-IDX) " costo "
039000                 KIT-COSTO-ED
039010         END-IF
039020     END-PERFORM.
039030     MOVE KIT-COSTO TO KIT-COSTO-ED.
039040     DISPLAY "Costo del kit por componentes: " KIT-COSTO-ED.
039050 7530-EXIT.
039060     EXIT.
039070
039080*----------------------------------------------------------*
039090* 7540-ENSAMBLAR - ENSAMBLA (KIT-ENSAMBLE) O DESARMA       *
039100*                  (KIT-DESENSAMBLE) N KITS: VERIFICA TODO *
039110*                  ANTES DE MOVER NADA                     *
039120*----------------------------------------------------------*
039130 7540-ENSAMBLAR.
039140     PERFORM 7510-PEDIR-KIT THRU 7510-EXIT.
039150     IF KIT-CODIGO = SPACES
039160         GO TO 7540-EXIT
039170     END-IF.
039180     IF KIT-COMPONENTES = 0
039190         DISPLAY "El producto no tiene estructura de kit."
039200         GO TO 7540-EXIT
039210     END-IF.
039220     MOVE "N" TO ENTRADA-VALIDA.
039230     PERFORM UNTIL ES-VALIDA
039240         DISPLAY "Ingrese la cantidad de kits: "
039250         ACCEPT ENTRADA-CAPTURA
039260         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
039270         IF ES-VALIDA AND VALOR-ENTERO = 0
039280             MOVE "N" TO ENTRADA-VALIDA
039290             DISPLAY "La cantidad debe ser mayor que cero."
039300         END-IF
039310         IF NOT ES-VALIDA
039320             DISPLAY "Entrada invalida, debe ser numerica."
039330         END-IF
039340     END-PERFORM.
039350     MOVE VALOR-ENTERO TO KIT-CANTIDAD.
039360
039370*    PRIMERA PASADA: EXISTENCIA NO RESERVADA DE LA BODEGA
039380*    PRINCIPAL PARA LO QUE SALE Y TOPE DE 999 PARA LO QUE
039390*    ENTRA, EN EL KIT Y EN CADA COMPONENTE.
039400     MOVE 0 TO KIT-FALTANTES.
039410     MOVE 0 TO KIT-COSTO.
039420     MOVE KIT-CODIGO TO IF-CODIGO.
039430     READ INVENTAR
039440         INVALID KEY
039450             GO TO 7540-EXIT
039460     END-READ.
039470     IF KIT-ENSAMBLE
039480         IF IF-CANTIDAD + KIT-CANTIDAD > 999
039490             ADD 1 TO KIT-FALTANTES
039500             DISPLAY "La existencia del kit excederia 999."
039510         END-IF
039520     ELSE
039530         COMPUTE CANT-DISPONIBLE =
039540                 IF-CANT-PRINCIPAL - IF-CANT-RESERVADA
039550         IF KIT-CANTIDAD > CANT-DISPONIBLE
039560             ADD 1 TO KIT-FALTANTES
039570             DISPLAY "Kits disponibles para desarmar: "
039580                 CANT-DISPONIBLE
039590         END-IF
039600     END-IF.
039610     PERFORM VARYING EST-IDX FROM 1 BY 1
039620             UNTIL EST-IDX > EST-CONTADOR
039630         IF EST-KIT(EST-IDX) = KIT-CODIGO
039640             PERFORM 7545-VERIFICAR-COMPONENTE THRU 7545-EXIT
039650         END-IF
039660     END-PERFORM.
039670     IF KIT-FALTANTES > 0
039680         IF KIT-ENSAMBLE
039690             DISPLAY "El ensamble no procede."
039700         ELSE
039710             DISPLAY "El desensamble no procede."
039720         END-IF
039730         GO TO 7540-EXIT
039740     END-IF.
039750
039760*    SEGUNDA PASADA: SE MUEVEN LOS COMPONENTES Y EL KIT.
039770     PERFORM 7400-CARGAR-LOTES THRU 7400-EXIT.
039780     PERFORM VARYING EST-IDX FROM 1 BY 1
039790             UNTIL EST-IDX > EST-CONTADOR
039800         IF EST-KIT(EST-IDX) = KIT-CODIGO
039810             PERFORM 7550-MOVER-COMPONENTE THRU 7550-EXIT
039820         END-IF
039830     END-PERFORM.
039840     PERFORM 7555-MOVER-KIT THRU 7555-EXIT.
039850     PERFORM 7410-GRABAR-LOTES THRU 7410-EXIT.
039860     IF KIT-ENSAMBLE
039870         DISPLAY "Kits ensamblados: " KIT-CANTIDAD
039880             " de " KIT-CODIGO ". Existencia: " IF-CANTIDAD
039890     ELSE
039900         DISPLAY "Kits desarmados: " KIT-CANTIDAD
039910             " de " KIT-CODIGO ". Existencia: " IF-CANTIDAD
039920     END-IF.
039930 7540-EXIT.
039940     EXIT.
039950
039960*----------------------------------------------------------*
039970* 7545-VERIFICAR-COMPONENTE - EXISTENCIA Y TOPE DEL        *
039980*                             COMPONENTE EST-IDX; SUMA SU  *
039990*                             COSTO AL DEL KIT             *
040000*----------------------------------------------------------*
040010 7545-VERIFICAR-COMPONENTE.
040020     MOVE EST-COMPONENTE(EST-IDX) TO IF-CODIGO.
040030     READ INVENTAR
040040         INVALID KEY
040050             ADD 1 TO KIT-FALTANTES
040060             DISPLAY "Componente no existe en inventario: "
040070                 EST-COMPONENTE(EST-IDX)
040080             GO TO 7545-EXIT
040090     END-READ.
040100     COMPUTE KIT-NECESARIO = EST-CANTIDAD(EST-IDX) * KIT-CANTIDAD.
040110     COMPUTE KIT-COSTO = KIT-COSTO
040120             + EST-CANTIDAD(EST-IDX) * IF-COSTO.
040130     IF KIT-ENSAMBLE
040140         COMPUTE CANT-DISPONIBLE =
040150                 IF-CANT-PRINCIPAL - IF-CANT-RESERVADA
040160         IF KIT-NECESARIO > CANT-DISPONIBLE
040170             ADD 1 TO KIT-FALTANTES
040180             DISPLAY "Falta " IF-CODIGO " " IF-NOMBRE
040190                 ": necesita " KIT-NECESARIO " disponible "
040200                 CANT-DISPONIBLE
040210         END-IF
040220     ELSE
040230         IF IF-CANTIDAD + KIT-NECESARIO > 999
040240             ADD 1 TO KIT-FALTANTES
040250             DISPLAY "La existencia de " IF-CODIGO
040260                 " excederia 999."
040270         END-IF
040280     END-IF.
040290 7545-EXIT.
040300     EXIT.
040310
040320*----------------------------------------------------------*
040330* 7550-MOVER-COMPONENTE - DESCARGA (ENSAMBLE) O ABONA      *
040340*                         (DESENSAMBLE) EL COMPONENTE      *
040350*                         EST-IDX EN LA BODEGA PRINCIPAL   *
040360*----------------------------------------------------------*
040370 7550-MOVER-COMPONENTE.
040380     MOVE EST-COMPONENTE(EST-IDX) TO IF-CODIGO.
040390     READ INVENTAR
040400         INVALID KEY
040410             GO TO 7550-EXIT
040420     END-READ.
040430     COMPUTE KIT-NECESARIO = EST-CANTIDAD(EST-IDX) * KIT-CANTIDAD.
040440     MOVE IF-CANTIDAD TO CANT-ANTERIOR.
040450     IF KIT-ENSAMBLE
040460         SUBTRACT KIT-NECESARIO FROM IF-CANT-PRINCIPAL
040470         MOVE "K" TO MOV-OPERACION
040480     ELSE
040490         ADD KIT-NECESARIO TO IF-CANT-PRINCIPAL
040500         MOVE "Y" TO MOV-OPERACION
040510     END-IF.
040520     COMPUTE IF-CANTIDAD = IF-CANT-PRINCIPAL + IF-CANT-ANEXO.
040530     REWRITE IF-REGISTRO
040540         INVALID KEY
040550             DISPLAY "No se pudo actualizar el componente: "
040560                 IF-CODIGO
040570             GO TO 7550-EXIT
040580     END-REWRITE.
040590     MOVE IF-CODIGO TO MOV-CODIGO.
040600     MOVE CANT-ANTERIOR TO MOV-CANT-ANTERIOR.
040610     MOVE IF-CANTIDAD TO MOV-CANT-NUEVA.
040620     PERFORM 9000-REGISTRAR-MOVIMIENTO THRU 9000-EXIT.
040630     IF KIT-ENSAMBLE
040640         MOVE IF-CODIGO TO LOT-CONS-COD
040650         MOVE "P" TO LOT-CONS-BOD
040660         MOVE SPACES TO LOT-CONS-LOTE
040670         MOVE KIT-NECESARIO TO LOT-CONS-CANT
040680         MOVE SPACE TO LOT-CONS-DEST
040690         PERFORM 7440-CONSUMIR-POR-CADUCIDAD THRU 7440-EXIT
040700     END-IF.
040710 7550-EXIT.
040720     EXIT.
040730
040740*----------------------------------------------------------*
040750* 7555-MOVER-KIT - ABONA (ENSAMBLE) O DESCARGA             *
040760*                  (DESENSAMBLE) LOS KITS EN LA BODEGA     *
040770*                  PRINCIPAL; AL ENSAMBLAR EL COSTO DEL    *
040780*                  KIT PASA A SER EL DE SUS COMPONENTES    *
040790*----------------------------------------------------------*
040800 7555-MOVER-KIT.
040810     MOVE KIT-CODIGO TO IF-CODIGO.
040820     READ INVENTAR
040830         INVALID KEY
040840             GO TO 7555-EXIT
040850     END-READ.
040860     MOVE IF-CANTIDAD TO CANT-ANTERIOR.
040870     MOVE IF-COSTO TO COSTO-ANTERIOR.
040880     IF KIT-ENSAMBLE
040890         ADD KIT-CANTIDAD TO IF-CANT-PRINCIPAL
040900         MOVE KIT-COSTO TO IF-COSTO
040910         MOVE "J" TO MOV-OPERACION
040920     ELSE
040930         SUBTRACT KIT-CANTIDAD FROM IF-CANT-PRINCIPAL
040940         MOVE "X" TO MOV-OPERACION
040950     END-IF.
040960     COMPUTE IF-CANTIDAD = IF-CANT-PRINCIPAL + IF-CANT-ANEXO.
040970     REWRITE IF-REGISTRO
040980         INVALID KEY
040990             DISPLAY "No se pudo actualizar el kit: " IF-CODIGO
041000             GO TO 7555-EXIT
041010     END-REWRITE.
041020     MOVE IF-CODIGO TO MOV-CODIGO.
041030     MOVE CANT-ANTERIOR TO MOV-CANT-ANTERIOR.
041040     MOVE IF-CANTIDAD TO MOV-CANT-NUEVA.
041050     PERFORM 9000-REGISTRAR-MOVIMIENTO THRU 9000-EXIT.
041060     IF KIT-DESENSAMBLE
041070         MOVE IF-CODIGO TO LOT-CONS-COD
041080         MOVE "P" TO LOT-CONS-BOD
041090         MOVE SPACES TO LOT-CONS-LOTE
041100         MOVE KIT-CANTIDAD TO LOT-CONS-CANT
041110         MOVE SPACE TO LOT-CONS-DEST
041120         PERFORM 7440-CONSUMIR-POR-CADUCIDAD THRU 7440-EXIT
041130     END-IF.
041140     IF IF-COSTO NOT = COSTO-ANTERIOR
041150         MOVE CANT-ANTERIOR TO COSTO-EXISTENCIA
041160         MOVE KIT-CANTIDAD TO COSTO-RECIBIDO
041170         MOVE KIT-COSTO TO COSTO-FACTURA
041180         MOVE "E" TO COSTO-ORIGEN
041190         PERFORM 8150-REGISTRAR-COSTO THRU 8150-EXIT
041200         DISPLAY "Costo unitario del kit de " COSTO-ANTERIOR
041210             " a " IF-COSTO
041220     END-IF.
041230 7555-EXIT.
041240     EXIT.
041250
041260*----------------------------------------------------------*
041270* 7560-DONDE-SE-USA - KITS QUE LLEVAN UN COMPONENTE        *
041280*----------------------------------------------------------*
041290 7560-DONDE-SE-USA.
041300     DISPLAY "Ingrese el codigo del componente: ".
041310     ACCEPT KIT-COMPONENTE.
041320     PERFORM 7505-CARGAR-ESTRUCTURAS THRU 7505-EXIT.
041330     MOVE 0 TO CONTADOR.
041340     DISPLAY "=== KITS QUE USAN " KIT-COMPONENTE " ===".
041350     PERFORM VARYING EST-IDX FROM 1 BY 1
041360             UNTIL EST-IDX > EST-CONTADOR
041370         IF EST-COMPONENTE(EST-IDX) = KIT-COMPONENTE
041380             ADD 1 TO CONTADOR
041390             MOVE EST-KIT(EST-IDX) TO IF-CODIGO
041400             READ INVENTAR
041410                 INVALID KEY
041420                     MOVE "** NO EXISTE **" TO IF-NOMBRE
041430             END-READ
041440             DISPLAY EST-KIT(EST-IDX) " " IF-NOMBRE
041450                 " lleva " EST-CANTIDAD(EST-IDX) " por kit"
041460         END-IF
041470     END-PERFORM.
041480     IF CONTADOR = 0
041490         DISPLAY "El componente no se usa en ningun kit."
041500     END-IF.
041510 7560-EXIT.
041520     EXIT.
041530
041540*----------------------------------------------------------*
041550* 7600-POLIZA-INVENTARIO - POLIZA CONTABLE DE LOS          *
041560*                          MOVIMIENTOS DEL DIA POL-FECHA   *
041570*                          VALORIZADOS AL COSTO VIGENTE:   *
041580*                          RECEPCIONES (R), DESPACHOS (S)  *
041590*                          Y AJUSTES DE CONTEO (C)         *
041600*----------------------------------------------------------*
041610 7600-POLIZA-INVENTARIO.
041620     MOVE "N" TO SW-POLIZA-HECHA.
041630     MOVE "S" TO SW-POLIZA-VALIDA.
041640     MOVE POL-FECHA(1:6) TO POL-PERIODO.
041650     PERFORM 7605-VERIFICAR-REPETIDA THRU 7605-EXIT.
041660     IF NOT POLIZA-VALIDA
041670         DISPLAY "Los movimientos del " POL-FECHA
041680             " ya estan contabilizados."
041690         GO TO 7600-EXIT
041700     END-IF.
041710     PERFORM 7610-CARGAR-CUENTAS THRU 7610-EXIT.
041720     IF NOT HAY-CUENTAS
041730         DISPLAY "No se encontro el catalogo de cuentas "
041740             "CUENTAS.DAT."
041750         GO TO 7600-EXIT
041760     END-IF.
041770
041780     MOVE 0 TO PLZ-CONTADOR.
041790     MOVE 0 TO PLZ-OMITIDOS.
041800     MOVE 0 TO POL-MOVIMIENTOS.
041810     OPEN INPUT MOVLOG.
041820     IF NOT FS-MOVLOG-OK
041830         DISPLAY "No hay bitacora de movimientos."
041840         GO TO 7600-EXIT
041850     END-IF.
041860     MOVE "N" TO SW-FIN-ARCHIVO.
041870     PERFORM UNTIL FIN-ARCHIVO
041880         READ MOVLOG
041890             AT END
041900                 MOVE "S" TO SW-FIN-ARCHIVO
041910             NOT AT END
041920                 IF LG-FECHA = POL-FECHA
041930                     PERFORM 7620-POLIZA-MOVIMIENTO
041940                         THRU 7620-EXIT
041950                 END-IF
041960         END-READ
041970     END-PERFORM.
041980     CLOSE MOVLOG.
041990
042000     PERFORM 7640-VALIDAR-POLIZA THRU 7640-EXIT.
042010     IF NOT POLIZA-VALIDA
042020         GO TO 7600-EXIT
042030     END-IF.
042040*    UN DIA SIN MOVIMIENTOS QUE CONTABILIZAR NO GENERA
042050*    POLIZA, PERO NO ES UN ERROR.
042060     IF POL-RENGLONES = 0
042070         DISPLAY "Sin movimientos que contabilizar el "
042080             POL-FECHA "."
042090         MOVE "S" TO SW-POLIZA-HECHA
042100         GO TO 7600-EXIT
042110     END-IF.
042120     PERFORM 7650-GRABAR-POLIZA THRU 7650-EXIT.
042130     MOVE "S" TO SW-POLIZA-HECHA.
042140 7600-EXIT.
042150     EXIT.
042160
042170*----------------------------------------------------------*
042180* 7602-PEDIR-FECHA - FECHA DE LOS MOVIMIENTOS A            *
042190*                    CONTABILIZAR (ENTER = HOY)            *
042200*----------------------------------------------------------*
042210 7602-PEDIR-FECHA.
042220     ACCEPT POL-FECHA FROM DATE YYYYMMDD.
042230     MOVE "N" TO ENTRADA-VALIDA.
042240     PERFORM UNTIL ES-VALIDA
042250         DISPLAY "Fecha de los movimientos (AAAAMMDD, "
042260             "Enter = hoy): "
042270         MOVE SPACES TO ENTRADA-CAPTURA
042280         ACCEPT ENTRADA-CAPTURA
042290         IF ENTRADA-CAPTURA = SPACES
042300             MOVE "S" TO ENTRADA-VALIDA
042310         ELSE
042320             IF ENTRADA-CAPTURA IS NUMERIC
042330                 MOVE ENTRADA-CAPTURA TO POL-FECHA
042340                 IF POL-MES >= 1 AND POL-MES <= 12
042350                         AND POL-DIA >= 1 AND POL-DIA <= 31
042360                     MOVE "S" TO ENTRADA-VALIDA
042370                 END-IF
042380             END-IF
042390             IF NOT ES-VALIDA
042400                 DISPLAY "Fecha invalida, use AAAAMMDD."
042410             END-IF
042420         END-IF
042430     END-PERFORM.
042440 7602-EXIT.
042450     EXIT.
042460
042470*----------------------------------------------------------*
042480* 7605-VERIFICAR-REPETIDA - UN DIA DE INVENTARIO SE        *
042490*                           CONTABILIZA UNA SOLA VEZ       *
042500*----------------------------------------------------------*
042510 7605-VERIFICAR-REPETIDA.
042520     OPEN INPUT POLIZAS.
042530     IF NOT FS-POLIZAS-OK
042540         GO TO 7605-EXIT
042550     END-IF.
042560     MOVE "N" TO SW-FIN-ARCHIVO.
042570     PERFORM UNTIL FIN-ARCHIVO
042580         READ POLIZAS
042590             AT END
042600                 MOVE "S" TO SW-FIN-ARCHIVO
042610             NOT AT END
042620                 IF PZ-CONTROL AND PZ-ORIGEN = "INV"
042630                         AND PZ-FECHA = POL-FECHA
042640                     MOVE "N" TO SW-POLIZA-VALIDA
042650                 END-IF
042660         END-READ
042670     END-PERFORM.
042680     CLOSE POLIZAS.
042690 7605-EXIT.
042700     EXIT.
042710
042720*----------------------------------------------------------*
042730* 7610-CARGAR-CUENTAS - LEE EL CATALOGO DE CUENTAS         *
042740*----------------------------------------------------------*
042750 7610-CARGAR-CUENTAS.
042760     MOVE "N" TO SW-HAY-CUENTAS.
042770     MOVE 0 TO CTA-CONTADOR.
042780     MOVE 0 TO CTA-OMITIDOS.
042790     OPEN INPUT CUENTAS.
042800     IF NOT FS-CUENTAS-OK
042810         GO TO 7610-EXIT
042820     END-IF.
042830     MOVE "S" TO SW-HAY-CUENTAS.
042840     MOVE "N" TO SW-FIN-ARCHIVO.
042850     PERFORM UNTIL FIN-ARCHIVO
042860         READ CUENTAS
042870             AT END
042880                 MOVE "S" TO SW-FIN-ARCHIVO
042890             NOT AT END
042900                 IF CTA-CONTADOR < 100
042910                     ADD 1 TO CTA-CONTADOR
042920                     SET CTA-IDX TO CTA-CONTADOR
042930                     MOVE CM-CONCEPTO TO CTA-CONCEPTO(CTA-IDX)
042940                     MOVE CM-CLAVE    TO CTA-CLAVE(CTA-IDX)
042950                     MOVE CM-CUENTA   TO CTA-CUENTA(CTA-IDX)
042960                 ELSE
042970                     ADD 1 TO CTA-OMITIDOS
042980                 END-IF
042990         END-READ
043000     END-PERFORM.
043010     CLOSE CUENTAS.
043020     IF CTA-OMITIDOS > 0
043030         DISPLAY "Aviso: " CTA-OMITIDOS " cuentas del "
043040             "catalogo no caben en la tabla."
043050     END-IF.
043060 7610-EXIT.
043070     EXIT.
043080
043090*----------------------------------------------------------*
043100* 7620-POLIZA-MOVIMIENTO - ASIENTA UN MOVIMIENTO DEL DIA.  *
043110*                          UN PRODUCTO YA DADO DE BAJA     *
043120*                          VALE CERO, COMO EN EL CIERRE    *
043130*                          MENSUAL.                        *
043140*----------------------------------------------------------*
043150 7620-POLIZA-MOVIMIENTO.
043160     IF LG-OPERACION NOT = "R" AND LG-OPERACION NOT = "S"
043170             AND LG-OPERACION NOT = "C"
043180         GO TO 7620-EXIT
043190     END-IF.
043200     COMPUTE POL-UNIDADES = LG-CANT-NUEVA - LG-CANT-ANTERIOR.
043210     IF POL-UNIDADES = 0
043220         GO TO 7620-EXIT
043230     END-IF.
043240     MOVE 0 TO POL-COSTO.
043250     MOVE LG-CODIGO TO IF-CODIGO.
043260     READ INVENTAR
043270         INVALID KEY
043280             CONTINUE
043290         NOT INVALID KEY
043300             MOVE IF-COSTO TO POL-COSTO
043310     END-READ.
043320     IF POL-UNIDADES < 0
043330         COMPUTE POL-VALOR = (0 - POL-UNIDADES) * POL-COSTO
043340     ELSE
043350         COMPUTE POL-VALOR = POL-UNIDADES * POL-COSTO
043360     END-IF.
043370     ADD 1 TO POL-MOVIMIENTOS.
043380     MOVE SPACES TO POL-CLAVE.
043390
043400*    LA CONTRAPARTIDA DE INVENTARIO DEPENDE DE LA OPERACION;
043410*    UN MOVIMIENTO EN SENTIDO CONTRARIO INVIERTE EL ASIENTO.
043420     EVALUATE LG-OPERACION
043430         WHEN "R"
043440             MOVE "RECIBIDO" TO POL-CONCEPTO
043450         WHEN "S"
043460             MOVE "COSTOVENTA" TO POL-CONCEPTO
043470         WHEN "C"
043480             MOVE "MERMA" TO POL-CONCEPTO
043490     END-EVALUATE.
043500     MOVE 0 TO POL-CARGO.
043510     MOVE 0 TO POL-ABONO.
043520     IF POL-UNIDADES > 0
043530         MOVE POL-VALOR TO POL-ABONO
043540     ELSE
043550         MOVE POL-VALOR TO POL-CARGO
043560     END-IF.
043570     PERFORM 7625-AGREGAR-A-POLIZA THRU 7625-EXIT.
043580
043590     MOVE "INVENTARIO" TO POL-CONCEPTO.
043600     MOVE 0 TO POL-CARGO.
043610     MOVE 0 TO POL-ABONO.
043620     IF POL-UNIDADES > 0
043630         MOVE POL-VALOR TO POL-CARGO
043640     ELSE
043650         MOVE POL-VALOR TO POL-ABONO
043660     END-IF.
043670     PERFORM 7625-AGREGAR-A-POLIZA THRU 7625-EXIT.
043680 7620-EXIT.
043690     EXIT.
043700
043710*----------------------------------------------------------*
043720* 7625-AGREGAR-A-POLIZA - ACUMULA POL-CARGO/POL-ABONO EN   *
043730*                         EL RENGLON DE POL-CONCEPTO Y     *
043740*                         POL-CLAVE, CREANDOLO CON SU      *
043750*                         CUENTA SI ES NUEVO               *
043760*----------------------------------------------------------*
043770 7625-AGREGAR-A-POLIZA.
043780     IF POL-CARGO = 0 AND POL-ABONO = 0
043790         GO TO 7625-EXIT
043800     END-IF.
043810     MOVE "N" TO PLZ-HALLADO.
043820     PERFORM VARYING PLZ-IDX FROM 1 BY 1
043830             UNTIL PLZ-IDX > PLZ-CONTADOR
043840             OR PLZ-HALLADO = "S"
043850         IF PLZ-CONCEPTO(PLZ-IDX) = POL-CONCEPTO
043860                 AND PLZ-CLAVE(PLZ-IDX) = POL-CLAVE
043870             MOVE "S" TO PLZ-HALLADO
043880             ADD POL-CARGO TO PLZ-CARGO(PLZ-IDX)
043890             ADD POL-ABONO TO PLZ-ABONO(PLZ-IDX)
043900         END-IF
043910     END-PERFORM.
043920     IF PLZ-HALLADO = "S"
043930         GO TO 7625-EXIT
043940     END-IF.
043950     IF PLZ-CONTADOR >= 80
043960         ADD 1 TO PLZ-OMITIDOS
043970         GO TO 7625-EXIT
043980     END-IF.
043990     PERFORM 7630-BUSCAR-CUENTA THRU 7630-EXIT.
044000     ADD 1 TO PLZ-CONTADOR.
044010     SET PLZ-IDX TO PLZ-CONTADOR.
044020     MOVE POL-CUENTA   TO PLZ-CUENTA(PLZ-IDX).
044030     MOVE POL-CONCEPTO TO PLZ-CONCEPTO(PLZ-IDX).
044040     MOVE POL-CLAVE    TO PLZ-CLAVE(PLZ-IDX).
044050     MOVE POL-CARGO    TO PLZ-CARGO(PLZ-IDX).
044060     MOVE POL-ABONO    TO PLZ-ABONO(PLZ-IDX).
044070 7625-EXIT.
044080     EXIT.
044090
044100*----------------------------------------------------------*
044110* 7630-BUSCAR-CUENTA - CUENTA DE POL-CONCEPTO Y POL-CLAVE; *
044120*                      SI LA CLAVE NO ESTA MAPEADA SE USA  *
044130*                      LA CUENTA GENERAL DEL CONCEPTO.     *
044140*                      SIN CUENTA QUEDA EN BLANCO.         *
044150*----------------------------------------------------------*
044160 7630-BUSCAR-CUENTA.
044170     MOVE SPACES TO POL-CUENTA.
044180     PERFORM VARYING CTA-IDX FROM 1 BY 1
044190             UNTIL CTA-IDX > CTA-CONTADOR
044200         IF CTA-CONCEPTO(CTA-IDX) = POL-CONCEPTO
044210             IF CTA-CLAVE(CTA-IDX) = POL-CLAVE
044220                 MOVE CTA-CUENTA(CTA-IDX) TO POL-CUENTA
044230             END-IF
044240             IF CTA-CLAVE(CTA-IDX) = SPACES
044250                     AND POL-CUENTA = SPACES
044260                 MOVE CTA-CUENTA(CTA-IDX) TO POL-CUENTA
044270             END-IF
044280         END-IF
044290     END-PERFORM.
044300 7630-EXIT.
044310     EXIT.
044320
044330*----------------------------------------------------------*
044340* 7640-VALIDAR-POLIZA - DEJA CADA RENGLON A SU SALDO NETO, *
044350*                       EXIGE CUENTA EN TODOS Y QUE LOS    *
044360*                       CARGOS IGUALEN A LOS ABONOS        *
044370*----------------------------------------------------------*
044380 7640-VALIDAR-POLIZA.
044390     MOVE 0 TO POL-TOTAL-CARGO.
044400     MOVE 0 TO POL-TOTAL-ABONO.
044410     MOVE 0 TO POL-RENGLONES.
044420     IF PLZ-OMITIDOS > 0
044430         DISPLAY "La poliza excede 80 renglones."
044440         MOVE "N" TO SW-POLIZA-VALIDA
044450     END-IF.
044460     PERFORM VARYING PLZ-IDX FROM 1 BY 1
044470             UNTIL PLZ-IDX > PLZ-CONTADOR
044480         IF PLZ-CARGO(PLZ-IDX) > PLZ-ABONO(PLZ-IDX)
044490             SUBTRACT PLZ-ABONO(PLZ-IDX)
044500                 FROM PLZ-CARGO(PLZ-IDX)
044510             MOVE 0 TO PLZ-ABONO(PLZ-IDX)
044520         ELSE
044530             SUBTRACT PLZ-CARGO(PLZ-IDX)
044540                 FROM PLZ-ABONO(PLZ-IDX)
044550             MOVE 0 TO PLZ-CARGO(PLZ-IDX)
044560         END-IF
044570         IF PLZ-CARGO(PLZ-IDX) > 0 OR PLZ-ABONO(PLZ-IDX) > 0
044580             ADD 1 TO POL-RENGLONES
044590             ADD PLZ-CARGO(PLZ-IDX) TO POL-TOTAL-CARGO
044600             ADD PLZ-ABONO(PLZ-IDX) TO POL-TOTAL-ABONO
044610             IF PLZ-CUENTA(PLZ-IDX) = SPACES
044620                 MOVE "N" TO SW-POLIZA-VALIDA
044630                 DISPLAY "Sin cuenta contable para "
044640                     PLZ-CONCEPTO(PLZ-IDX) " "
044650                     PLZ-CLAVE(PLZ-IDX)
044660                 MOVE SPACES TO EX-REGISTRO
044670                 MOVE "POLIZA" TO EX-ORIGEN
044680                 MOVE PLZ-CONCEPTO(PLZ-IDX) TO EX-CODIGO
044690                 STRING "Sin cuenta contable "
044700                         PLZ-CLAVE(PLZ-IDX)
044710                     DELIMITED BY SIZE INTO EX-MOTIVO
044720                 PERFORM 9900-REGISTRAR-EXCEPCION
044730                     THRU 9900-EXIT
044740             END-IF
044750         END-IF
044760     END-PERFORM.
044770     MOVE POL-MOVIMIENTOS TO POL-MOVIMIENTOS-ED.
044780     DISPLAY "Movimientos contabilizados: " POL-MOVIMIENTOS-ED.
044790     MOVE POL-TOTAL-CARGO TO POL-TOTAL-ED.
044800     DISPLAY "Poliza: cargos  " POL-TOTAL-ED.
044810     MOVE POL-TOTAL-ABONO TO POL-TOTAL-ED.
044820     DISPLAY "        abonos  " POL-TOTAL-ED.
044830     IF POL-TOTAL-CARGO NOT = POL-TOTAL-ABONO
044840         MOVE "N" TO SW-POLIZA-VALIDA
044850         DISPLAY "La poliza no cuadra; no se genera."
044860         MOVE SPACES TO EX-REGISTRO
044870         MOVE "POLIZA" TO EX-ORIGEN
044880         MOVE POL-FECHA TO EX-CODIGO
044890         MOVE "Poliza de inventario no cuadra" TO EX-MOTIVO
044900         PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT
044910     END-IF.
044920     IF NOT POLIZA-VALIDA
044930         DISPLAY "No se genera la poliza del " POL-FECHA "."
044940     END-IF.
044950 7640-EXIT.
044960     EXIT.
044970
044980*----------------------------------------------------------*
044990* 7650-GRABAR-POLIZA - ASIGNA EL NUMERO DE POLIZA Y LA     *
045000*                      AGREGA A POLIZAS.DAT CON SU         *
045010*                      REGISTRO DE CONTROL                 *
045020*----------------------------------------------------------*
045030 7650-GRABAR-POLIZA.
045040     MOVE 0 TO POL-NUMERO.
045050     OPEN INPUT POLIZCTL.
045060     IF FS-POLIZCTL-OK
045070         READ POLIZCTL
045080             AT END
045090                 CONTINUE
045100             NOT AT END
045110                 IF PX-NUMERO IS NUMERIC
045120                     MOVE PX-NUMERO TO POL-NUMERO
045130                 END-IF
045140         END-READ
045150         CLOSE POLIZCTL
045160     END-IF.
045170     ADD 1 TO POL-NUMERO.
045180     OPEN OUTPUT POLIZCTL.
045190     MOVE POL-NUMERO TO PX-NUMERO.
045200     WRITE PX-REGISTRO.
045210     CLOSE POLIZCTL.
045220
045230     OPEN EXTEND POLIZAS.
045240     IF NOT FS-POLIZAS-OK
045250         OPEN OUTPUT POLIZAS
045260     END-IF.
045270     PERFORM VARYING PLZ-IDX FROM 1 BY 1
045280             UNTIL PLZ-IDX > PLZ-CONTADOR
045290         IF PLZ-CARGO(PLZ-IDX) > 0 OR PLZ-ABONO(PLZ-IDX) > 0
045300             MOVE SPACES TO PZ-REGISTRO
045310             MOVE POL-NUMERO TO PZ-NUMERO
045320             MOVE "D" TO PZ-TIPO
045330             MOVE "INV" TO PZ-ORIGEN
045340             MOVE POL-PERIODO TO PZ-PERIODO
045350             MOVE POL-FECHA TO PZ-FECHA
045360             MOVE PLZ-CUENTA(PLZ-IDX) TO PZ-CUENTA
045370             MOVE PLZ-CONCEPTO(PLZ-IDX) TO PZ-CONCEPTO
045380             MOVE PLZ-CLAVE(PLZ-IDX) TO PZ-CLAVE
045390             MOVE PLZ-CARGO(PLZ-IDX) TO PZ-CARGO
045400             MOVE PLZ-ABONO(PLZ-IDX) TO PZ-ABONO
045410             MOVE OPERADOR-ACTUAL TO PZ-OPERADOR
045420             WRITE PZ-REGISTRO
045430         END-IF
045440     END-PERFORM.
045450     MOVE SPACES TO PZ-REGISTRO.
045460     MOVE POL-NUMERO TO PZ-NUMERO.
045470     MOVE "T" TO PZ-TIPO.
045480     MOVE "INV" TO PZ-ORIGEN.
045490     MOVE POL-PERIODO TO PZ-PERIODO.
045500     MOVE POL-FECHA TO PZ-FECHA.
045510     MOVE POL-RENGLONES TO PZ-RENGLONES.
045520     MOVE POL-TOTAL-CARGO TO PZ-CARGO.
045530     MOVE POL-TOTAL-ABONO TO PZ-ABONO.
045540     MOVE OPERADOR-ACTUAL TO PZ-OPERADOR.
045550     WRITE PZ-REGISTRO.
045560     CLOSE POLIZAS.
045570     DISPLAY "Poliza contable " POL-NUMERO " del "
045580         POL-FECHA " grabada en POLIZAS.DAT ("
045590         POL-RENGLONES " renglones).".
045600 7650-EXIT.
045610     EXIT.
045620
045630*----------------------------------------------------------*
045640* 7700-REPORTE-ROTACION - EXISTENCIAS AGRUPADAS POR DIAS   *
045650*                         DESDE LA ULTIMA SALIDA (S, C O K *
045660*                         QUE REDUCE EXISTENCIA) EN TRAMOS *
045670*                         ACTIVO, LENTO, ESTANCADO Y       *
045680*                         MUERTO, CON VALOR AL COSTO       *
045690*----------------------------------------------------------*
045700 7700-REPORTE-ROTACION.
045710     MOVE "N" TO SW-ROTACION-HECHA.
045720     IF ROT-UMBRAL-LENTO = 0
045730             OR ROT-UMBRAL-ESTANC NOT > ROT-UMBRAL-LENTO
045740             OR ROT-UMBRAL-MUERTO NOT > ROT-UMBRAL-ESTANC
045750         DISPLAY "Los umbrales deben ser mayores que cero y "
045760             "crecientes."
045770         GO TO 7700-EXIT
045780     END-IF.
045790
045800*    LA DEPURACION DE HISTORICOS DEJA LA ULTIMA SALIDA
045810*    ANTERIOR AL CORTE EN LA ENTRADA DE SALDO INICIAL (I)
045820*    DE CADA PRODUCTO.
045830     MOVE 0 TO ROT-CONTADOR.
045840     MOVE 0 TO ROT-OMITIDOS.
045850     OPEN INPUT MOVLOG.
045860     IF FS-MOVLOG-OK
045870         MOVE "N" TO SW-FIN-ARCHIVO
045880         PERFORM UNTIL FIN-ARCHIVO
045890             READ MOVLOG
045900                 AT END
045910                     MOVE "S" TO SW-FIN-ARCHIVO
045920                 NOT AT END
045930                     PERFORM 7705-ACUMULAR-SALIDA
045940                         THRU 7705-EXIT
045950             END-READ
045960         END-PERFORM
045970         CLOSE MOVLOG
045980     ELSE
045990         DISPLAY "No hay bitacora de movimientos; ningun "
046000             "producto registra salidas."
046010     END-IF.
046020     IF ROT-OMITIDOS > 0
046030         DISPLAY "Aviso: tabla de salidas llena, "
046040             ROT-OMITIDOS " salidas no se consideraron."
046050     END-IF.
046060
046070     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
046080     MOVE FECHA-HOY TO FECHA-TRABAJO.
046090     PERFORM 9950-FECHA-A-DIAS THRU 9950-EXIT.
046100     MOVE DIAS-TRABAJO TO DIAS-HOY.
046110     MOVE "ACTIVO"    TO ROT-TR-NOMBRE(1).
046120     MOVE "LENTO"     TO ROT-TR-NOMBRE(2).
046130     MOVE "ESTANCADO" TO ROT-TR-NOMBRE(3).
046140     MOVE "MUERTO"    TO ROT-TR-NOMBRE(4).
046150     PERFORM VARYING ROT-TR-IDX FROM 1 BY 1
046160             UNTIL ROT-TR-IDX > 4
046170         MOVE 0 TO ROT-TR-PRODUCTOS(ROT-TR-IDX)
046180         MOVE 0 TO ROT-TR-UNIDADES(ROT-TR-IDX)
046190         MOVE 0 TO ROT-TR-VALOR(ROT-TR-IDX)
046200     END-PERFORM.
046210     MOVE 0 TO ROT-SIN-EXISTENCIA.
046220
046230     MOVE "ROTACION.TXT" TO REPORTE-NOMBRE.
046240     MOVE SPACES TO RP-TITULO.
046250     STRING "EXISTENCIAS POR ULTIMA SALIDA " FECHA-HOY
046260         DELIMITED BY SIZE INTO RP-TITULO.
046270     MOVE "CODIGO    CANT   VALOR COSTO PROVEE ULT.SAL.  DIAS"
046280         TO RP-COLUMNAS.
046290     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
046300     DISPLAY "=== EXISTENCIAS POR ULTIMA SALIDA AL "
046310         FECHA-HOY " ===".
046320     PERFORM VARYING ROT-TR-IDX FROM 1 BY 1
046330             UNTIL ROT-TR-IDX > 4
046340         PERFORM 7710-LISTAR-TRAMO THRU 7710-EXIT
046350     END-PERFORM.
046360
046370     MOVE ALL "-" TO RP-DETALLE.
046380     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
046390     MOVE "TRAMO              PROD.  UNIDADES" TO RP-DETALLE.
046400     MOVE "VALOR AL COSTO" TO RP-DETALLE(36:14).
046410     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
046420     MOVE 0 TO ROT-TOT-PRODUCTOS.
046430     MOVE 0 TO ROT-TOT-UNIDADES.
046440     MOVE 0 TO ROT-TOT-VALOR.
046450     PERFORM VARYING ROT-TR-IDX FROM 1 BY 1
046460             UNTIL ROT-TR-IDX > 4
046470         ADD ROT-TR-PRODUCTOS(ROT-TR-IDX) TO ROT-TOT-PRODUCTOS
046480         ADD ROT-TR-UNIDADES(ROT-TR-IDX) TO ROT-TOT-UNIDADES
046490         ADD ROT-TR-VALOR(ROT-TR-IDX) TO ROT-TOT-VALOR
046500         MOVE ROT-TR-VALOR(ROT-TR-IDX) TO ROT-TOTAL-ED
046510         MOVE SPACES TO RP-DETALLE
046520         STRING ROT-TR-NOMBRE(ROT-TR-IDX) "          "
046530             ROT-TR-PRODUCTOS(ROT-TR-IDX) "  "
046540             ROT-TR-UNIDADES(ROT-TR-IDX) "  " ROT-TOTAL-ED
046550             DELIMITED BY SIZE INTO RP-DETALLE
046560         PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT
046570         DISPLAY ROT-TR-NOMBRE(ROT-TR-IDX) " productos: "
046580             ROT-TR-PRODUCTOS(ROT-TR-IDX) " unidades: "
046590             ROT-TR-UNIDADES(ROT-TR-IDX) " valor: "
046600             ROT-TOTAL-ED
046610     END-PERFORM.
046620     MOVE ROT-TOT-VALOR TO ROT-TOTAL-ED.
046630     MOVE SPACES TO RP-DETALLE.
046640     STRING "TOTAL              " ROT-TOT-PRODUCTOS "  "
046650         ROT-TOT-UNIDADES "  " ROT-TOTAL-ED
046660         DELIMITED BY SIZE INTO RP-DETALLE.
046670     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
046680     MOVE SPACES TO RP-DETALLE.
046690     STRING "PRODUCTOS SIN EXISTENCIA (NO SE LISTAN): "
046700         ROT-SIN-EXISTENCIA
046710         DELIMITED BY SIZE INTO RP-DETALLE.
046720     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
046730     IF ROT-OMITIDOS > 0
046740         MOVE SPACES TO RP-DETALLE
046750         STRING "AVISO: TABLA DE SALIDAS LLENA, "
046760             ROT-OMITIDOS " SALIDAS NO SE CONSIDERARON"
046770             DELIMITED BY SIZE INTO RP-DETALLE
046780         PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT
046790     END-IF.
046800     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
046810     DISPLAY "Total productos: " ROT-TOT-PRODUCTOS
046820         " unidades: " ROT-TOT-UNIDADES
046830         " valor al costo: " ROT-TOTAL-ED.
046840     MOVE "S" TO SW-ROTACION-HECHA.
046850 7700-EXIT.
046860     EXIT.
046870
046880*----------------------------------------------------------*
046890* 7702-PEDIR-UMBRALES - DIAS SIN SALIDA QUE MARCAN LOS     *
046900*                       TRAMOS LENTO, ESTANCADO Y MUERTO   *
046910*                       (ENTER = 090, 180 Y 365)           *
046920*----------------------------------------------------------*
046930 7702-PEDIR-UMBRALES.
046940     MOVE "LENTO" TO ROT-PREGUNTA.
046950     MOVE 90 TO ROT-UMBRAL-CAPT.
046960     PERFORM 7703-PEDIR-UMBRAL THRU 7703-EXIT.
046970     MOVE ROT-UMBRAL-CAPT TO ROT-UMBRAL-LENTO.
046980     MOVE "ESTANCADO" TO ROT-PREGUNTA.
046990     MOVE 180 TO ROT-UMBRAL-CAPT.
047000     PERFORM 7703-PEDIR-UMBRAL THRU 7703-EXIT.
047010     MOVE ROT-UMBRAL-CAPT TO ROT-UMBRAL-ESTANC.
047020     MOVE "MUERTO" TO ROT-PREGUNTA.
047030     MOVE 365 TO ROT-UMBRAL-CAPT.
047040     PERFORM 7703-PEDIR-UMBRAL THRU 7703-EXIT.
047050     MOVE ROT-UMBRAL-CAPT TO ROT-UMBRAL-MUERTO.
047060     IF ROT-UMBRAL-LENTO = 0
047070             OR ROT-UMBRAL-ESTANC NOT > ROT-UMBRAL-LENTO
047080             OR ROT-UMBRAL-MUERTO NOT > ROT-UMBRAL-ESTANC
047090         DISPLAY "Los umbrales deben ser mayores que cero y "
047100             "crecientes."
047110         GO TO 7702-PEDIR-UMBRALES
047120     END-IF.
047130 7702-EXIT.
047140     EXIT.
047150
047160*----------------------------------------------------------*
047170* 7703-PEDIR-UMBRAL - DIAS DEL TRAMO ROT-PREGUNTA; ENTER   *
047180*                     CONSERVA ROT-UMBRAL-CAPT             *
047190*----------------------------------------------------------*
047200 7703-PEDIR-UMBRAL.
047210     MOVE "N" TO ENTRADA-VALIDA.
047220     PERFORM UNTIL ES-VALIDA
047230         DISPLAY "Dias sin salida para " ROT-PREGUNTA
047240             " (Enter = " ROT-UMBRAL-CAPT "): "
047250         MOVE SPACES TO ENTRADA-CAPTURA
047260         ACCEPT ENTRADA-CAPTURA
047270         IF ENTRADA-CAPTURA = SPACES
047280             MOVE "S" TO ENTRADA-VALIDA
047290         ELSE
047300             PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
047310             IF ES-VALIDA
047320                 MOVE VALOR-ENTERO TO ROT-UMBRAL-CAPT
047330             ELSE
047340                 DISPLAY "Entrada invalida, debe ser numerica."
047350             END-IF
047360         END-IF
047370     END-PERFORM.
047380 7703-EXIT.
047390     EXIT.
047400
047410*----------------------------------------------------------*
047420* 7705-ACUMULAR-SALIDA - GUARDA LA FECHA MAS RECIENTE EN   *
047430*                        QUE CADA PRODUCTO REDUJO SU       *
047440*                        EXISTENCIA POR DESPACHO, CONTEO   *
047450*                        O ENSAMBLE, O LA QUE TRAE SU      *
047460*                        ENTRADA DE SALDO INICIAL          *
047470*----------------------------------------------------------*
047480 7705-ACUMULAR-SALIDA.
047490     IF LG-OPERACION = "I"
047500         IF LG-ULT-SALIDA IS NOT NUMERIC
047510             GO TO 7705-EXIT
047520         END-IF
047530         IF LG-ULT-SALIDA = 0
047540             GO TO 7705-EXIT
047550         END-IF
047560         MOVE LG-ULT-SALIDA TO ROT-SALIDA-LEIDA
047570         GO TO 7705-ANOTAR
047580     END-IF.
047590     IF LG-OPERACION NOT = "S" AND NOT = "C" AND NOT = "K"
047600         GO TO 7705-EXIT
047610     END-IF.
047620     IF LG-CANT-NUEVA NOT < LG-CANT-ANTERIOR
047630         GO TO 7705-EXIT
047640     END-IF.
047650     IF LG-FECHA IS NOT NUMERIC
047660         GO TO 7705-EXIT
047670     END-IF.
047680     MOVE LG-FECHA TO ROT-SALIDA-LEIDA.
047690
047700 7705-ANOTAR.
047710     MOVE "N" TO ROT-HALLADO.
047720     PERFORM VARYING ROT-IDX FROM 1 BY 1
047730             UNTIL ROT-IDX > ROT-CONTADOR
047740             OR ROT-HALLADO = "S"
047750         IF ROT-CODIGO(ROT-IDX) = LG-CODIGO
047760             MOVE "S" TO ROT-HALLADO
047770             IF ROT-SALIDA-LEIDA > ROT-ULTIMA(ROT-IDX)
047780                 MOVE ROT-SALIDA-LEIDA TO ROT-ULTIMA(ROT-IDX)
047790             END-IF
047800         END-IF
047810     END-PERFORM.
047820     IF ROT-HALLADO = "S"
047830         GO TO 7705-EXIT
047840     END-IF.
047850     IF ROT-CONTADOR >= 500
047860         ADD 1 TO ROT-OMITIDOS
047870         GO TO 7705-EXIT
047880     END-IF.
047890     ADD 1 TO ROT-CONTADOR.
047900     SET ROT-IDX TO ROT-CONTADOR.
047910     MOVE LG-CODIGO        TO ROT-CODIGO(ROT-IDX).
047920     MOVE ROT-SALIDA-LEIDA TO ROT-ULTIMA(ROT-IDX).
047930 7705-EXIT.
047940     EXIT.
047950
047960*----------------------------------------------------------*
047970* 7710-LISTAR-TRAMO - RECORRE EL MAESTRO Y LISTA LOS       *
047980*                     PRODUCTOS DEL TRAMO ROT-TR-IDX CON   *
047990*                     SU SUBTOTAL                          *
048000*----------------------------------------------------------*
048010 7710-LISTAR-TRAMO.
048020     SET ROT-TRAMO-ACT TO ROT-TR-IDX.
048030     MOVE SPACES TO RP-DETALLE.
048040     EVALUATE ROT-TRAMO-ACT
048050         WHEN 1
048060             STRING "ACTIVO: CON SALIDA EN LOS ULTIMOS "
048070                 ROT-UMBRAL-LENTO " DIAS"
048080                 DELIMITED BY SIZE INTO RP-DETALLE
048090         WHEN 2
048100             STRING "LENTO: SIN SALIDA EN "
048110                 ROT-UMBRAL-LENTO " DIAS"
048120                 DELIMITED BY SIZE INTO RP-DETALLE
048130         WHEN 3
048140             STRING "ESTANCADO: SIN SALIDA EN "
048150                 ROT-UMBRAL-ESTANC " DIAS"
048160                 DELIMITED BY SIZE INTO RP-DETALLE
048170         WHEN OTHER
048180             STRING "MUERTO: SIN SALIDA EN "
048190                 ROT-UMBRAL-MUERTO " DIAS O NUNCA"
048200                 DELIMITED BY SIZE INTO RP-DETALLE
048210     END-EVALUATE.
048220     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
048230     MOVE LOW-VALUES TO IF-CODIGO.
048240     START INVENTAR KEY IS NOT LESS THAN IF-CODIGO
048250         INVALID KEY
048260             GO TO 7710-SUBTOTAL
048270     END-START.
048280     MOVE "N" TO SW-FIN-ARCHIVO.
048290     PERFORM UNTIL FIN-ARCHIVO
048300         READ INVENTAR NEXT RECORD
048310             AT END
048320                 MOVE "S" TO SW-FIN-ARCHIVO
048330             NOT AT END
048340                 PERFORM 7715-LINEA-ROTACION THRU 7715-EXIT
048350         END-READ
048360     END-PERFORM.
048370 7710-SUBTOTAL.
048380     MOVE ROT-TR-VALOR(ROT-TR-IDX) TO ROT-TOTAL-ED.
048390     MOVE SPACES TO RP-DETALLE.
048400     STRING "  SUBTOTAL " ROT-TR-NOMBRE(ROT-TR-IDX)
048410         " PRODUCTOS: " ROT-TR-PRODUCTOS(ROT-TR-IDX)
048420         " UNIDADES: " ROT-TR-UNIDADES(ROT-TR-IDX)
048430         " VALOR: " ROT-TOTAL-ED
048440         DELIMITED BY SIZE INTO RP-DETALLE.
048450     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
048460     MOVE SPACES TO RP-DETALLE.
048470     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
048480 7710-EXIT.
048490     EXIT.
048500
048510*----------------------------------------------------------*
048520* 7715-LINEA-ROTACION - CLASIFICA EL PRODUCTO LEIDO Y, SI  *
048530*                       CAE EN EL TRAMO QUE SE LISTA,      *
048540*                       ESCRIBE SU RENGLON                 *
048550*----------------------------------------------------------*
048560 7715-LINEA-ROTACION.
048570     IF IF-CANTIDAD = 0
048580         IF ROT-TRAMO-ACT = 1
048590             ADD 1 TO ROT-SIN-EXISTENCIA
048600         END-IF
048610         GO TO 7715-EXIT
048620     END-IF.
048630     MOVE 0 TO ROT-FECHA-SAL.
048640     MOVE "N" TO ROT-HALLADO.
048650     PERFORM VARYING ROT-IDX FROM 1 BY 1
048660             UNTIL ROT-IDX > ROT-CONTADOR
048670             OR ROT-HALLADO = "S"
048680         IF ROT-CODIGO(ROT-IDX) = IF-CODIGO
048690             MOVE "S" TO ROT-HALLADO
048700             MOVE ROT-ULTIMA(ROT-IDX) TO ROT-FECHA-SAL
048710         END-IF
048720     END-PERFORM.
048730     MOVE 0 TO ROT-DIAS.
048740     IF ROT-FECHA-SAL = 0
048750         MOVE 4 TO ROT-TRAMO-PROD
048760     ELSE
048770         MOVE ROT-FECHA-SAL TO FECHA-TRABAJO
048780         PERFORM 9950-FECHA-A-DIAS THRU 9950-EXIT
048790         IF DIAS-TRABAJO < DIAS-HOY
048800             COMPUTE ROT-DIAS = DIAS-HOY - DIAS-TRABAJO
048810         END-IF
048820         EVALUATE TRUE
048830             WHEN ROT-DIAS < ROT-UMBRAL-LENTO
048840                 MOVE 1 TO ROT-TRAMO-PROD
048850             WHEN ROT-DIAS < ROT-UMBRAL-ESTANC
048860                 MOVE 2 TO ROT-TRAMO-PROD
048870             WHEN ROT-DIAS < ROT-UMBRAL-MUERTO
048880                 MOVE 3 TO ROT-TRAMO-PROD
048890             WHEN OTHER
048900                 MOVE 4 TO ROT-TRAMO-PROD
048910         END-EVALUATE
048920     END-IF.
048930     IF ROT-TRAMO-PROD NOT = ROT-TRAMO-ACT
048940         GO TO 7715-EXIT
048950     END-IF.
048960
048970     COMPUTE ROT-VALOR = IF-CANTIDAD * IF-COSTO.
048980     ADD 1 TO ROT-TR-PRODUCTOS(ROT-TR-IDX).
048990     ADD IF-CANTIDAD TO ROT-TR-UNIDADES(ROT-TR-IDX).
049000     ADD ROT-VALOR TO ROT-TR-VALOR(ROT-TR-IDX).
049010     MOVE ROT-VALOR TO ROT-VALOR-ED.
049020     MOVE SPACES TO RP-DETALLE.
049030     IF ROT-FECHA-SAL = 0
049040         STRING IF-CODIGO " " IF-CANTIDAD " " ROT-VALOR-ED
049050             " " IF-COD-PROVEEDOR " NUNCA"
049060             DELIMITED BY SIZE INTO RP-DETALLE
049070     ELSE
049080         MOVE ROT-DIAS TO ROT-DIAS-ED
049090         STRING IF-CODIGO " " IF-CANTIDAD " " ROT-VALOR-ED
049100             " " IF-COD-PROVEEDOR " " ROT-FECHA-SAL
049110             " " ROT-DIAS-ED
049120             DELIMITED BY SIZE INTO RP-DETALLE
049130     END-IF.
049140     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
049150 7715-EXIT.
049160     EXIT.
049170
049180*----------------------------------------------------------*
049190* 8000-REPORTE-REORDEN - PRODUCTOS BAJO EL UMBRAL          *
049200*----------------------------------------------------------*
049210 8000-REPORTE-REORDEN.
049220     MOVE "N" TO ENTRADA-VALIDA.
049230     PERFORM UNTIL ES-VALIDA
049240         DISPLAY "Ingrese el umbral de reorden: "
049250         ACCEPT ENTRADA-CAPTURA
049260         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
049270         IF NOT ES-VALIDA
049280             DISPLAY "Entrada invalida, debe ser numerica."
049290         END-IF
049300     END-PERFORM.
049310     MOVE VALOR-ENTERO TO UMBRAL-REORDEN.
049320     PERFORM 8010-REORDEN-NUCLEO THRU 8010-EXIT.
049330 8000-EXIT.
049340     EXIT.
049350
049360*----------------------------------------------------------*
049370* 8010-REORDEN-NUCLEO - CUERPO DEL REPORTE DE REORDEN, CON *
049380*                       EL UMBRAL YA ESTABLECIDO (POR      *
049390*                       CAPTURA O POR PARAMETRO DE LOTE)   *
049400*----------------------------------------------------------*
049410 8010-REORDEN-NUCLEO.
049420     MOVE "N" TO SW-REORDEN-HECHO.
049430     MOVE 0 TO CONTADOR.
049440     MOVE 0 TO CONTADOR-PEDIDOS.
049450     MOVE 0 TO REO-CONTADOR.
049460     MOVE 0 TO REO-OMITIDOS.
049470     MOVE 0 TO REO-EN-ORDEN.
049480     MOVE 0 TO OC-ORDENES.
049490     MOVE LOW-VALUES TO IF-CODIGO.
049500     START INVENTAR KEY IS NOT LESS THAN IF-CODIGO
049510         INVALID KEY
049520             DISPLAY "El inventario esta vacio."
049530             GO TO 8010-EXIT
049540     END-START.
049550
049560*    LAS ORDENES ANTERIORES SE CONSERVAN; LO QUE YA ESTA EN
049570*    UN RENGLON ABIERTO O PENDIENTE NO SE VUELVE A PEDIR.
049580     PERFORM 8105-CARGAR-ORDENES THRU 8105-EXIT.
049590
049600     DISPLAY "=== REPORTE DE REORDEN ===".
049610     MOVE "N" TO SW-FIN-ARCHIVO.
049620     PERFORM UNTIL FIN-ARCHIVO
049630         READ INVENTAR NEXT RECORD
049640             AT END
049650                 MOVE "S" TO SW-FIN-ARCHIVO
049660             NOT AT END
049670                 IF IF-CANTIDAD < UMBRAL-REORDEN
049680                     ADD 1 TO CONTADOR
049690                     DISPLAY "Codigo: " IF-CODIGO
049700                     DISPLAY "Nombre: " IF-NOMBRE
049710                     DISPLAY "Cantidad: " IF-CANTIDAD
049720                     DISPLAY "----------------------"
049730                     PERFORM 8012-ANOTAR-REORDEN
049740                         THRU 8012-EXIT
049750                 END-IF
049760         END-READ
049770     END-PERFORM.
049780
049790     IF REO-CONTADOR > 0
049800         OPEN EXTEND ORDCOMPRA
049810         IF NOT FS-ORDCOMPRA-OK
049820             OPEN OUTPUT ORDCOMPRA
049830         END-IF
049840         IF NOT FS-ORDCOMPRA-OK
049850             DISPLAY "No se pudo abrir el archivo de orden "
049860                 "de compra."
049870             GO TO 8010-EXIT
049880         END-IF
049890         ACCEPT OC-FECHA-HOY FROM DATE YYYYMMDD
049900         PERFORM 8890-LEER-CONSECUTIVOS THRU 8890-EXIT
049910         PERFORM VARYING REO-IDX FROM 1 BY 1
049920                 UNTIL REO-IDX > REO-CONTADOR
049930             IF NOT REO-YA-EMITIDO(REO-IDX)
049940                 PERFORM 8015-EMITIR-ORDEN THRU 8015-EXIT
049950             END-IF
049960         END-PERFORM
049970         PERFORM 8895-GRABAR-CONSECUTIVOS THRU 8895-EXIT
049980         CLOSE ORDCOMPRA
049990     END-IF.
050000     MOVE "S" TO SW-REORDEN-HECHO.
050010
050020     IF CONTADOR = 0
050030         DISPLAY "No hay productos bajo el umbral indicado."
050040     ELSE
050050         DISPLAY "Ordenes de compra generadas en ORDCOMPRA.DAT: "
050060             OC-ORDENES " con " CONTADOR-PEDIDOS " renglones."
050070     END-IF.
050080     IF REO-EN-ORDEN > 0
050090         DISPLAY "Productos ya en una orden abierta (no se "
050100             "repiten): " REO-EN-ORDEN
050110     END-IF.
050120     IF REO-OMITIDOS > 0
050130         DISPLAY "Aviso: el reorden admite 200 productos por "
050140             "corrida; " REO-OMITIDOS " quedaron sin pedir."
050150     END-IF.
050160 8010-EXIT.
050170     EXIT.
050180
050190*----------------------------------------------------------*
050200* 8012-ANOTAR-REORDEN - GUARDA EL PRODUCTO BAJO EL UMBRAL  *
050210*                       PARA SU ORDEN, SALVO QUE YA ESTE   *
050220*                       PEDIDO EN UNA ORDEN ABIERTA        *
050230*----------------------------------------------------------*
050240 8012-ANOTAR-REORDEN.
050250     PERFORM VARYING ORD-IDX FROM 1 BY 1
050260             UNTIL ORD-IDX > ORD-CONTADOR
050270         IF ORD-CODIGO(ORD-IDX) = IF-CODIGO
050280                 AND NOT ORD-RECIBIDO(ORD-IDX)
050290             ADD 1 TO REO-EN-ORDEN
050300             DISPLAY "Ya pedido en la orden "
050310                 ORD-NUMERO(ORD-IDX) "; no se repite."
050320             GO TO 8012-EXIT
050330         END-IF
050340     END-PERFORM.
050350     IF REO-CONTADOR >= 200
050360         ADD 1 TO REO-OMITIDOS
050370         GO TO 8012-EXIT
050380     END-IF.
050390     ADD 1 TO REO-CONTADOR.
050400     SET REO-IDX TO REO-CONTADOR.
050410     MOVE IF-CODIGO        TO REO-CODIGO(REO-IDX).
050420     MOVE IF-NOMBRE        TO REO-NOMBRE(REO-IDX).
050430     COMPUTE REO-CANTIDAD(REO-IDX) =
050440             UMBRAL-REORDEN - IF-CANTIDAD.
050450     MOVE IF-COD-PROVEEDOR TO REO-PROVEEDOR(REO-IDX).
050460     MOVE IF-COSTO         TO REO-COSTO(REO-IDX).
050470     MOVE "N"              TO REO-EMITIDO(REO-IDX).
050480 8012-EXIT.
050490     EXIT.
050500
050510*----------------------------------------------------------*
050520* 8015-EMITIR-ORDEN - UNA ORDEN DE COMPRA CON TODOS LOS    *
050530*                     PRODUCTOS DEL PROVEEDOR DEL RENGLON  *
050540*                     REO-IDX: NUMERO, FECHAS, RENGLONES   *
050550*                     EN ORDCOMPRA.DAT E IMPRESION         *
050560*----------------------------------------------------------*
050570 8015-EMITIR-ORDEN.
050580     MOVE REO-PROVEEDOR(REO-IDX) TO OC-PROV-ACT.
050590     MOVE SPACES TO OC-PROV-CONTACTO.
050600     MOVE 7 TO PLAZO-USADO.
050610     IF OC-PROV-ACT = SPACES
050620         MOVE "SIN PROVEEDOR ASIGNADO" TO OC-PROV-NOMBRE
050630     ELSE
050640         MOVE OC-PROV-ACT TO PV-CODIGO
050650         READ PROVEEDOR
050660             INVALID KEY
050670                 MOVE "PROVEEDOR NO REGISTRADO"
050680                     TO OC-PROV-NOMBRE
050690             NOT INVALID KEY
050700                 MOVE PV-NOMBRE TO OC-PROV-NOMBRE
050710                 MOVE PV-CONTACTO TO OC-PROV-CONTACTO
050720                 IF PV-PLAZO-ENTREGA > 0
050730                     MOVE PV-PLAZO-ENTREGA TO PLAZO-USADO
050740                 END-IF
050750         END-READ
050760     END-IF.
050770     MOVE OC-FECHA-HOY TO FECHA-TRABAJO.
050780     MOVE PLAZO-USADO TO DIAS-A-SUMAR.
050790     PERFORM 9955-SUMAR-DIAS THRU 9955-EXIT.
050800     MOVE FECHA-TRABAJO TO OC-FECHA-ESP-ACT.
050810     ADD 1 TO ORDEN-ACTUAL.
050820     ADD 1 TO OC-ORDENES.
050830
050840     MOVE SPACES TO REPORTE-NOMBRE.
050850     STRING "OC" ORDEN-ACTUAL ".TXT"
050860         DELIMITED BY SIZE INTO REPORTE-NOMBRE.
050870     MOVE SPACES TO RP-TITULO.
050880     STRING "ORDEN DE COMPRA NUMERO " ORDEN-ACTUAL
050890         DELIMITED BY SIZE INTO RP-TITULO.
050900     MOVE "CODIGO     DESCRIPCION          CANT     COSTO"
050910         TO RP-COLUMNAS.
050920     MOVE "       IMPORTE" TO RP-COLUMNAS(47:14).
050930     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
050940     MOVE SPACES TO RP-DETALLE.
050950     STRING "PROVEEDOR: " OC-PROV-ACT " " OC-PROV-NOMBRE
050960         DELIMITED BY SIZE INTO RP-DETALLE.
050970     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
050980     MOVE SPACES TO RP-DETALLE.
050990     STRING "CONTACTO:  " OC-PROV-CONTACTO
051000         DELIMITED BY SIZE INTO RP-DETALLE.
051010     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
051020     MOVE SPACES TO RP-DETALLE.
051030     STRING "FECHA DE ORDEN: " OC-FECHA-HOY
051040         "   ENTREGA ESPERADA: " OC-FECHA-ESP-ACT
051050         DELIMITED BY SIZE INTO RP-DETALLE.
051060     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
051070     MOVE SPACES TO RP-DETALLE.
051080     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
051090
051100     MOVE 0 TO OC-RENGLONES-OC.
051110     MOVE 0 TO OC-TOTAL-ORDEN.
051120     PERFORM VARYING REO-IDX2 FROM REO-IDX BY 1
051130             UNTIL REO-IDX2 > REO-CONTADOR
051140         IF REO-PROVEEDOR(REO-IDX2) = OC-PROV-ACT
051150                 AND NOT REO-YA-EMITIDO(REO-IDX2)
051160             PERFORM 8017-RENGLON-ORDEN THRU 8017-EXIT
051170         END-IF
051180     END-PERFORM.
051190
051200     MOVE ALL "-" TO RP-DETALLE.
051210     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
051220     MOVE OC-TOTAL-ORDEN TO FAC-TOTAL-ED.
051230     MOVE SPACES TO RP-DETALLE.
051240     STRING "TOTAL DE LA ORDEN" DELIMITED BY SIZE
051250         INTO RP-DETALLE.
051260     MOVE FAC-TOTAL-ED TO RP-DETALLE(46:14).
051270     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
051280     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
051290     DISPLAY "Orden " ORDEN-ACTUAL " al proveedor "
051300         OC-PROV-ACT " " OC-PROV-NOMBRE ": "
051310         OC-RENGLONES-OC " renglones, entrega esperada "
051320         OC-FECHA-ESP-ACT.
051330 8015-EXIT.
051340     EXIT.
051350
051360*----------------------------------------------------------*
051370* 8017-RENGLON-ORDEN - GRABA EL RENGLON REO-IDX2 EN LA     *
051380*                      ORDEN EN CURSO                      *
051390*----------------------------------------------------------*
051400 8017-RENGLON-ORDEN.
051410     MOVE SPACES TO OC-REGISTRO.
051420     MOVE REO-CODIGO(REO-IDX2)   TO OC-CODIGO.
051430     MOVE REO-NOMBRE(REO-IDX2)   TO OC-NOMBRE.
051440     MOVE REO-CANTIDAD(REO-IDX2) TO OC-CANTIDAD.
051450     MOVE 0                      TO OC-CANT-RECIBIDA.
051460     MOVE "A"                    TO OC-ESTADO.
051470     MOVE ORDEN-ACTUAL           TO OC-NUMERO.
051480     MOVE OC-PROV-ACT            TO OC-PROVEEDOR.
051490     MOVE OC-FECHA-HOY           TO OC-FECHA.
051500     MOVE OC-FECHA-ESP-ACT       TO OC-FECHA-ESPERADA.
051510     MOVE REO-COSTO(REO-IDX2)    TO OC-COSTO.
051520     MOVE 0                      TO OC-COSTO-RECIBIDO.
051530     WRITE OC-REGISTRO.
051540     MOVE "S" TO REO-EMITIDO(REO-IDX2).
051550     ADD 1 TO CONTADOR-PEDIDOS.
051560     ADD 1 TO OC-RENGLONES-OC.
051570
051580     COMPUTE OC-IMPORTE = REO-CANTIDAD(REO-IDX2)
051590             * REO-COSTO(REO-IDX2).
051600     ADD OC-IMPORTE TO OC-TOTAL-ORDEN.
051610     MOVE REO-COSTO(REO-IDX2) TO OC-COSTO-ED.
051620     MOVE OC-IMPORTE TO OC-IMPORTE-ED.
051630     MOVE SPACES TO RP-DETALLE.
051640     STRING REO-CODIGO(REO-IDX2) " " REO-NOMBRE(REO-IDX2) " "
051650         REO-CANTIDAD(REO-IDX2) " " OC-COSTO-ED " "
051660         OC-IMPORTE-ED
051670         DELIMITED BY SIZE INTO RP-DETALLE.
051680     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
051690 8017-EXIT.
051700     EXIT.
051710
051720*----------------------------------------------------------*
051730* 8100-RECEPCION-MERCANCIA - POSTEA LAS ENTREGAS DEL       *
051740*                            PROVEEDOR CONTRA LOS          *
051750*                            RENGLONES DE LA ORDEN DE      *
051760*                            COMPRA                        *
051770*----------------------------------------------------------*
051780 8100-RECEPCION-MERCANCIA.
051790     MOVE 0 TO ORD-RECIBIDOS.
051800     MOVE 0 TO ORD-PARCIALES.
051810     MOVE 0 TO ORD-RECHAZADOS.
051820
051830     PERFORM 8105-CARGAR-ORDENES THRU 8105-EXIT.
051840     IF NOT FS-ORDCOMPRA-OK
051850         DISPLAY "No hay orden de compra abierta "
051860             "(ORDCOMPRA.DAT)."
051870         GO TO 8100-EXIT
051880     END-IF.
051890
051900     IF ORD-CONTADOR = 0
051910         DISPLAY "La orden de compra no tiene renglones."
051920         GO TO 8100-EXIT
051930     END-IF.
051940*    CON LA TABLA DESBORDADA EL REGRABADO PERDERIA LOS
051950*    RENGLONES QUE EL PROVEEDOR TODAVIA DEBE; LA RECEPCION
051960*    NO PROCEDE.
051970     IF ORD-OMITIDOS > 0
051980         DISPLAY "Las ordenes exceden los 300 renglones de la "
051990             "tabla (" ORD-OMITIDOS " de mas); la "
052000             "recepcion no procede."
052010         GO TO 8100-EXIT
052020     END-IF.
052030
052040*    SE RECIBE UNA ORDEN A LA VEZ, POR SU NUMERO; LA ORDEN
052050*    CERO AGRUPA LOS RENGLONES DEL FORMATO ANTERIOR.
052060     MOVE "N" TO ENTRADA-VALIDA.
052070     PERFORM UNTIL ES-VALIDA
052080         DISPLAY "Ingrese el numero de orden de compra: "
052090         ACCEPT ENTRADA-CAPTURA
052100         MOVE 0 TO CAPTURA-LONGITUD
052110         INSPECT ENTRADA-CAPTURA TALLYING CAPTURA-LONGITUD
052120             FOR CHARACTERS BEFORE INITIAL SPACE
052130         IF CAPTURA-LONGITUD > 0 AND CAPTURA-LONGITUD <= 6
052140             MOVE ENTRADA-CAPTURA(1:CAPTURA-LONGITUD)
052150                 TO OC-NUM-CAPTURA
052160             INSPECT OC-NUM-CAPTURA
052170                 REPLACING LEADING SPACE BY ZERO
052180             IF OC-NUM-CAPTURA IS NUMERIC
052190                 MOVE OC-NUM-CAPT-NUM TO OC-NUM-RECEPCION
052200                 MOVE "S" TO ENTRADA-VALIDA
052210             END-IF
052220         END-IF
052230         IF NOT ES-VALIDA
052240             DISPLAY "Numero invalido, debe ser numerico."
052250         END-IF
052260     END-PERFORM.
052270     MOVE "N" TO SW-OC-HALLADA.
052280     PERFORM VARYING ORD-IDX FROM 1 BY 1
052290             UNTIL ORD-IDX > ORD-CONTADOR
052300         IF ORD-NUMERO(ORD-IDX) = OC-NUM-RECEPCION
052310                 AND NOT ORD-RECIBIDO(ORD-IDX)
052320             MOVE "S" TO SW-OC-HALLADA
052330         END-IF
052340     END-PERFORM.
052350     IF NOT OC-HALLADA
052360         DISPLAY "La orden " OC-NUM-RECEPCION " no existe o "
052370             "ya fue recibida completa."
052380         GO TO 8100-EXIT
052390     END-IF.
052400
052410     PERFORM 7400-CARGAR-LOTES THRU 7400-EXIT.
052420     DISPLAY "=== RECEPCION DE MERCANCIA ===".
052430     DISPLAY "Orden de compra: " OC-NUM-RECEPCION.
052440     PERFORM VARYING ORD-IDX FROM 1 BY 1
052450             UNTIL ORD-IDX > ORD-CONTADOR
052460         IF ORD-NUMERO(ORD-IDX) = OC-NUM-RECEPCION
052470             PERFORM 8120-RECIBIR-RENGLON THRU 8120-EXIT
052480         END-IF
052490     END-PERFORM.
052500
052510     PERFORM 8130-REGRABAR-ORDEN THRU 8130-EXIT.
052520     PERFORM 7410-GRABAR-LOTES THRU 7410-EXIT.
052530     DISPLAY "Renglones recibidos completos: " ORD-RECIBIDOS.
052540     DISPLAY "Renglones pendientes de surtir: " ORD-PARCIALES.
052550     DISPLAY "Renglones rechazados: " ORD-RECHAZADOS.
052560 8100-EXIT.
052570     EXIT.
052580
052590*----------------------------------------------------------*
052600* 8105-CARGAR-ORDENES - LEE ORDCOMPRA.DAT A LA TABLA DE    *
052610*                       TRABAJO (TODAS LAS ORDENES)        *
052620*----------------------------------------------------------*
052630 8105-CARGAR-ORDENES.
052640     MOVE 0 TO ORD-CONTADOR.
052650     MOVE 0 TO ORD-OMITIDOS.
052660     OPEN INPUT ORDCOMPRA.
052670     IF NOT FS-ORDCOMPRA-OK
052680         GO TO 8105-EXIT
052690     END-IF.
052700     MOVE "N" TO SW-FIN-ARCHIVO.
052710     PERFORM UNTIL FIN-ARCHIVO
052720         READ ORDCOMPRA
052730             AT END
052740                 MOVE "S" TO SW-FIN-ARCHIVO
052750             NOT AT END
052760                 PERFORM 8110-CARGAR-RENGLON-ORDEN
052770         END-READ
052780     END-PERFORM.
052790     CLOSE ORDCOMPRA.
052800     MOVE "N" TO SW-FIN-ARCHIVO.
052810 8105-EXIT.
052820     EXIT.
052830
052840 8110-CARGAR-RENGLON-ORDEN.
052850     IF ORD-CONTADOR >= 300
052860         ADD 1 TO ORD-OMITIDOS
052870     ELSE
052880         ADD 1 TO ORD-CONTADOR
052890         SET ORD-IDX TO ORD-CONTADOR
052900         MOVE OC-CODIGO   TO ORD-CODIGO(ORD-IDX)
052910         MOVE OC-NOMBRE   TO ORD-NOMBRE(ORD-IDX)
052920         MOVE OC-CANTIDAD TO ORD-CANTIDAD(ORD-IDX)
052930*        UNA ORDEN GENERADA POR LA VERSION ANTERIOR NO TRAE
052940*        CANTIDAD RECIBIDA NI ESTADO; SE TOMA COMO ABIERTA
052950*        CON CERO RECIBIDO.
052960         IF OC-CANT-RECIBIDA IS NOT NUMERIC
052970             MOVE 0 TO ORD-RECIBIDA(ORD-IDX)
052980         ELSE
052990             MOVE OC-CANT-RECIBIDA TO ORD-RECIBIDA(ORD-IDX)
053000         END-IF
053010         IF OC-ESTADO = "R" OR OC-ESTADO = "B"
053020             MOVE OC-ESTADO TO ORD-ESTADO(ORD-IDX)
053030         ELSE
053040             MOVE "A" TO ORD-ESTADO(ORD-IDX)
053050         END-IF
053060         IF OC-NUMERO IS NUMERIC
053070             MOVE OC-NUMERO TO ORD-NUMERO(ORD-IDX)
053080         ELSE
053090             MOVE 0 TO ORD-NUMERO(ORD-IDX)
053100         END-IF
053110         MOVE OC-PROVEEDOR TO ORD-PROVEEDOR(ORD-IDX)
053120         IF OC-FECHA IS NUMERIC
053130             MOVE OC-FECHA TO ORD-FECHA(ORD-IDX)
053140         ELSE
053150             MOVE 0 TO ORD-FECHA(ORD-IDX)
053160         END-IF
053170         IF OC-FECHA-ESPERADA IS NUMERIC
053180             MOVE OC-FECHA-ESPERADA TO ORD-FECHA-ESP(ORD-IDX)
053190         ELSE
053200             MOVE 0 TO ORD-FECHA-ESP(ORD-IDX)
053210         END-IF
053220         IF OC-COSTO IS NUMERIC
053230             MOVE OC-COSTO TO ORD-COSTO(ORD-IDX)
053240         ELSE
053250             MOVE 0 TO ORD-COSTO(ORD-IDX)
053260         END-IF
053270         IF OC-COSTO-RECIBIDO IS NUMERIC
053280             MOVE OC-COSTO-RECIBIDO TO ORD-COSTO-REC(ORD-IDX)
053290         ELSE
053300             MOVE 0 TO ORD-COSTO-REC(ORD-IDX)
053310         END-IF
053320         MOVE "N" TO ORD-LISTADO(ORD-IDX)
053330         MOVE 0 TO ORD-FACTURADA(ORD-IDX)
053340     END-IF.
053350
053360*----------------------------------------------------------*
053370* 8120-RECIBIR-RENGLON - CONFIRMA O RECORTA UN RENGLON DE  *
053380*                        LA ORDEN Y ABONA LO RECIBIDO A LA *
053390*                        BODEGA PRINCIPAL                  *
053400*----------------------------------------------------------*
053410 8120-RECIBIR-RENGLON.
053420     IF ORD-RECIBIDO(ORD-IDX)
053430         GO TO 8120-EXIT
053440     END-IF.
053450     COMPUTE CANT-FALTANTE =
053460             ORD-CANTIDAD(ORD-IDX) - ORD-RECIBIDA(ORD-IDX).
053470     DISPLAY "Codigo: " ORD-CODIGO(ORD-IDX).
053480     DISPLAY "Nombre: " ORD-NOMBRE(ORD-IDX).
053490     DISPLAY "Cantidad pedida: " ORD-CANTIDAD(ORD-IDX).
053500     DISPLAY "Cantidad pendiente: " CANT-FALTANTE.
053510     DISPLAY "Costo unitario en la orden: " ORD-COSTO(ORD-IDX).
053520     MOVE "N" TO ENTRADA-VALIDA.
053530     PERFORM UNTIL ES-VALIDA
053540         DISPLAY "Ingrese la cantidad recibida (0 si no "
053550             "llego): "
053560         ACCEPT ENTRADA-CAPTURA
053570         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
053580         IF ES-VALIDA AND VALOR-ENTERO > CANT-FALTANTE
053590             MOVE "N" TO ENTRADA-VALIDA
053600             DISPLAY "No puede recibir mas de lo pendiente."
053610         END-IF
053620         IF NOT ES-VALIDA
053630             DISPLAY "Entrada invalida, debe ser numerica."
053640         END-IF
053650     END-PERFORM.
053660     MOVE VALOR-ENTERO TO CANT-RECIBIDA.
053670
053680*    UN RENGLON RECORTADO POR COMPLETO QUEDA PENDIENTE DE
053690*    SURTIR: EL PROVEEDOR TODAVIA LO DEBE.
053700     IF CANT-RECIBIDA = 0
053710         MOVE "B" TO ORD-ESTADO(ORD-IDX)
053720         ADD 1 TO ORD-PARCIALES
053730         GO TO 8120-EXIT
053740     END-IF.
053750
053760     MOVE ORD-CODIGO(ORD-IDX) TO DGV-CODIGO.
053770     PERFORM 9945-VALIDAR-DIGITO THRU 9945-EXIT.
053780     IF DGV-RESULTADO NOT = "OK"
053790         ADD 1 TO ORD-RECHAZADOS
053800         DISPLAY "Digito verificador invalido, se rechaza: "
053810             ORD-CODIGO(ORD-IDX)
053820         MOVE SPACES TO EX-REGISTRO
053830         MOVE "RECEPCION" TO EX-ORIGEN
053840         MOVE ORD-CODIGO(ORD-IDX) TO EX-CODIGO
053850         MOVE "Digito verificador invalido" TO EX-MOTIVO
053860         PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT
053870         GO TO 8120-EXIT
053880     END-IF.
053890     MOVE ORD-CODIGO(ORD-IDX) TO IF-CODIGO.
053900     READ INVENTAR
053910         INVALID KEY
053920             ADD 1 TO ORD-RECHAZADOS
053930             DISPLAY "Codigo no encontrado, se rechaza: "
053940                 ORD-CODIGO(ORD-IDX)
053950             MOVE SPACES TO EX-REGISTRO
053960             MOVE "RECEPCION" TO EX-ORIGEN
053970             MOVE ORD-CODIGO(ORD-IDX) TO EX-CODIGO
053980             MOVE "Codigo no existe en inventario"
053990                 TO EX-MOTIVO
054000             PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT
054010             GO TO 8120-EXIT
054020     END-READ.
054030
054040     IF IF-CANTIDAD + CANT-RECIBIDA > 999
054050         ADD 1 TO ORD-RECHAZADOS
054060         DISPLAY "La existencia total excederia 999, se "
054070             "rechaza: " ORD-CODIGO(ORD-IDX)
054080         MOVE SPACES TO EX-REGISTRO
054090         MOVE "RECEPCION" TO EX-ORIGEN
054100         MOVE ORD-CODIGO(ORD-IDX) TO EX-CODIGO
054110         MOVE "Existencia excederia el tope" TO EX-MOTIVO
054120         PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT
054130         GO TO 8120-EXIT
054140     END-IF.
054150
054160*    EL COSTO UNITARIO DE LA FACTURA SE CAPTURA AL RECIBIR;
054170*    UN CERO CONSERVA EL COSTO YA REGISTRADO. CON COSTO, EL
054180*    NUEVO COSTO UNITARIO ES EL PROMEDIO PONDERADO DE LA
054190*    EXISTENCIA AL COSTO ANTERIOR Y LO RECIBIDO AL COSTO DE
054200*    LA FACTURA.
054210     MOVE "N" TO ENTRADA-VALIDA.
054220     PERFORM UNTIL ES-VALIDA
054230         DISPLAY "Ingrese el costo unitario de la factura "
054240             "(0 conserva el actual): "
054250         ACCEPT ENTRADA-CAPTURA
054260         PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
054270         IF NOT ES-VALIDA
054280             DISPLAY "Entrada invalida, debe ser numerica."
054290         END-IF
054300     END-PERFORM.
054310     MOVE IF-COSTO TO COSTO-ANTERIOR.
054320     MOVE VALOR-DECIMAL TO COSTO-FACTURA.
054330*    EL COSTO DE LO RECIBIDO QUEDA EN EL RENGLON DE LA ORDEN
054340*    PARA EL COTEJO DE LA FACTURA DEL PROVEEDOR.
054350     IF COSTO-FACTURA > 0
054360         MOVE COSTO-FACTURA TO COSTO-LINEA-REC
054370     ELSE
054380         MOVE COSTO-ANTERIOR TO COSTO-LINEA-REC
054390     END-IF.
054400     IF COSTO-FACTURA > 0
054410         COMPUTE IF-COSTO ROUNDED =
054420                 (IF-CANTIDAD * COSTO-ANTERIOR
054430                  + CANT-RECIBIDA * COSTO-FACTURA)
054440                 / (IF-CANTIDAD + CANT-RECIBIDA)
054450     END-IF.
054460
054470*    LOTE Y CADUCIDAD DE LO RECIBIDO; SIN LOTE LA EXISTENCIA
054480*    ENTRA SIN CONTROL DE CADUCIDAD.
054490     DISPLAY "Ingrese el lote recibido (en blanco si no "
054500         "maneja lote): ".
054510     MOVE SPACES TO LOT-RECIBIDO.
054520     ACCEPT LOT-RECIBIDO.
054530     MOVE 0 TO LOT-CAD-RECIBIDA.
054540     IF LOT-RECIBIDO NOT = SPACES
054550         MOVE "N" TO ENTRADA-VALIDA
054560         PERFORM UNTIL ES-VALIDA
054570             DISPLAY "Ingrese la caducidad AAAAMMDD (0 si no "
054580                 "caduca): "
054590             MOVE SPACES TO ENTRADA-CAPTURA
054600             ACCEPT ENTRADA-CAPTURA
054610             PERFORM 8125-VALIDAR-CADUCIDAD THRU 8125-EXIT
054620             IF NOT ES-VALIDA
054630                 DISPLAY "Fecha invalida, use AAAAMMDD."
054640             END-IF
054650         END-PERFORM
054660     END-IF.
054670
054680     MOVE IF-CANTIDAD TO CANT-ANTERIOR.
054690     ADD CANT-RECIBIDA TO IF-CANT-PRINCIPAL.
054700     COMPUTE IF-CANTIDAD = IF-CANT-PRINCIPAL + IF-CANT-ANEXO.
054710     REWRITE IF-REGISTRO
054720         INVALID KEY
054730             ADD 1 TO ORD-RECHAZADOS
054740             DISPLAY "No se pudo actualizar el producto: "
054750                 ORD-CODIGO(ORD-IDX)
054760         NOT INVALID KEY
054770             COMPUTE ORD-COSTO-REC(ORD-IDX) ROUNDED =
054780                 (ORD-RECIBIDA(ORD-IDX) * ORD-COSTO-REC(ORD-IDX)
054790                  + CANT-RECIBIDA * COSTO-LINEA-REC)
054800                 / (ORD-RECIBIDA(ORD-IDX) + CANT-RECIBIDA)
054810             ADD CANT-RECIBIDA TO ORD-RECIBIDA(ORD-IDX)
054820             IF ORD-RECIBIDA(ORD-IDX) >= ORD-CANTIDAD(ORD-IDX)
054830                 MOVE "R" TO ORD-ESTADO(ORD-IDX)
054840                 ADD 1 TO ORD-RECIBIDOS
054850             ELSE
054860                 MOVE "B" TO ORD-ESTADO(ORD-IDX)
054870                 ADD 1 TO ORD-PARCIALES
054880             END-IF
054890             MOVE IF-CODIGO TO MOV-CODIGO
054900             MOVE "R" TO MOV-OPERACION
054910             MOVE CANT-ANTERIOR TO MOV-CANT-ANTERIOR
054920             MOVE IF-CANTIDAD TO MOV-CANT-NUEVA
054930             PERFORM 9000-REGISTRAR-MOVIMIENTO THRU 9000-EXIT
054940             IF IF-COSTO NOT = COSTO-ANTERIOR
054950                 MOVE CANT-ANTERIOR TO COSTO-EXISTENCIA
054960                 MOVE CANT-RECIBIDA TO COSTO-RECIBIDO
054970                 MOVE "R" TO COSTO-ORIGEN
054980                 PERFORM 8150-REGISTRAR-COSTO THRU 8150-EXIT
054990                 DISPLAY "Costo unitario revaluado de "
055000                     COSTO-ANTERIOR " a " IF-COSTO
055010             END-IF
055020             IF LOT-RECIBIDO NOT = SPACES
055030                 MOVE IF-CODIGO TO LOT-ABONO-COD
055040                 MOVE LOT-RECIBIDO TO LOT-ABONO-LOTE
055050                 MOVE "P" TO LOT-ABONO-BOD
055060                 MOVE LOT-CAD-RECIBIDA TO LOT-ABONO-CAD
055070                 MOVE CANT-RECIBIDA TO LOT-ABONO-CANT
055080                 PERFORM 7420-ABONAR-LOTE THRU 7420-EXIT
055090             END-IF
055100     END-REWRITE.
055110 8120-EXIT.
055120     EXIT.
055130
055140*----------------------------------------------------------*
055150* 8125-VALIDAR-CADUCIDAD - ENTRADA-CAPTURA COMO FECHA      *
055160*                          AAAAMMDD (O CERO) A             *
055170*                          LOT-CAD-RECIBIDA                *
055180*----------------------------------------------------------*
055190 8125-VALIDAR-CADUCIDAD.
055200     MOVE "N" TO ENTRADA-VALIDA.
055210     IF ENTRADA-CAPTURA = "0" OR ENTRADA-CAPTURA = SPACES
055220         MOVE 0 TO LOT-CAD-RECIBIDA
055230         MOVE "S" TO ENTRADA-VALIDA
055240         GO TO 8125-EXIT
055250     END-IF.
055260     IF ENTRADA-CAPTURA IS NOT NUMERIC
055270         GO TO 8125-EXIT
055280     END-IF.
055290     MOVE ENTRADA-CAPTURA TO FECHA-TRABAJO.
055300     IF FT-MES < 1 OR FT-MES > 12 OR FT-DIA < 1 OR FT-DIA > 31
055310         GO TO 8125-EXIT
055320     END-IF.
055330     MOVE FECHA-TRABAJO TO LOT-CAD-RECIBIDA.
055340     MOVE "S" TO ENTRADA-VALIDA.
055350 8125-EXIT.
055360     EXIT.
055370
055380*----------------------------------------------------------*
055390* 8130-REGRABAR-ORDEN - REGRABA LA ORDEN DE COMPRA CON EL  *
055400*                       ESTADO Y LO RECIBIDO DE CADA       *
055410*                       RENGLON; LOS RECIBIDOS COMPLETOS Y *
055420*                       YA FACTURADOS PASAN A ORDHIST.DAT  *
055430*----------------------------------------------------------*
055440 8130-REGRABAR-ORDEN.
055450*    CON LA TABLA DESBORDADA EL REGRABADO PERDERIA
055460*    RENGLONES; EL ARCHIVO SE CONSERVA COMO ESTABA.
055470     IF ORD-OMITIDOS > 0
055480         GO TO 8130-EXIT
055490     END-IF.
055500     PERFORM 8132-SUMAR-CXPAGAR THRU 8132-EXIT.
055510     MOVE 0 TO ORD-CERRADOS.
055520     ACCEPT OC-FECHA-HOY FROM DATE YYYYMMDD.
055530     MOVE "N" TO SW-OH-ABIERTO.
055540     OPEN EXTEND ORDHIST.
055550     IF NOT FS-ORDHIST-OK
055560         OPEN OUTPUT ORDHIST
055570     END-IF.
055580     IF FS-ORDHIST-OK
055590         MOVE "S" TO SW-OH-ABIERTO
055600     ELSE
055610         DISPLAY "No se pudo abrir ORDHIST.DAT; los renglones "
055620             "cerrados se conservan en la orden."
055630     END-IF.
055640     OPEN OUTPUT ORDCOMPRA.
055650     IF NOT FS-ORDCOMPRA-OK
055660         DISPLAY "No se pudo regrabar la orden de compra."
055670         IF OH-ABIERTO
055680             CLOSE ORDHIST
055690         END-IF
055700         GO TO 8130-EXIT
055710     END-IF.
055720     PERFORM VARYING ORD-IDX FROM 1 BY 1
055730             UNTIL ORD-IDX > ORD-CONTADOR
055740         MOVE SPACES TO OC-REGISTRO
055750         MOVE ORD-CODIGO(ORD-IDX)   TO OC-CODIGO
055760         MOVE ORD-NOMBRE(ORD-IDX)   TO OC-NOMBRE
055770         MOVE ORD-CANTIDAD(ORD-IDX) TO OC-CANTIDAD
055780         MOVE ORD-RECIBIDA(ORD-IDX) TO OC-CANT-RECIBIDA
055790         MOVE ORD-ESTADO(ORD-IDX)   TO OC-ESTADO
055800         MOVE ORD-NUMERO(ORD-IDX)   TO OC-NUMERO
055810         MOVE ORD-PROVEEDOR(ORD-IDX) TO OC-PROVEEDOR
055820         MOVE ORD-FECHA(ORD-IDX)    TO OC-FECHA
055830         MOVE ORD-FECHA-ESP(ORD-IDX) TO OC-FECHA-ESPERADA
055840         MOVE ORD-COSTO(ORD-IDX)    TO OC-COSTO
055850         MOVE ORD-COSTO-REC(ORD-IDX) TO OC-COSTO-RECIBIDO
055860         IF OH-ABIERTO AND ORD-RECIBIDO(ORD-IDX)
055870                 AND ORD-FACTURADA(ORD-IDX)
055880                     NOT < ORD-RECIBIDA(ORD-IDX)
055890             MOVE SPACES TO OH-REGISTRO
055900             MOVE OC-REGISTRO TO OH-RENGLON
055910             MOVE OC-FECHA-HOY TO OH-FECHA-CIERRE
055920             WRITE OH-REGISTRO
055930             ADD 1 TO ORD-CERRADOS
055940         ELSE
055950             WRITE OC-REGISTRO
055960         END-IF
055970     END-PERFORM.
055980     CLOSE ORDCOMPRA.
055990     IF OH-ABIERTO
056000         CLOSE ORDHIST
056010     END-IF.
056020     DISPLAY "Orden de compra actualizada en ORDCOMPRA.DAT.".
056030     IF ORD-CERRADOS > 0
056040         DISPLAY "Renglones cerrados pasados a ORDHIST.DAT: "
056050             ORD-CERRADOS
056060     END-IF.
056070 8130-EXIT.
056080     EXIT.
056090
056100*----------------------------------------------------------*
056110* 8132-SUMAR-CXPAGAR - LO APROBADO EN CXPAGAR.DAT A CADA   *
056120*                      RENGLON DE ORDEN DE LA TABLA        *
056130*----------------------------------------------------------*
056140 8132-SUMAR-CXPAGAR.
056150     PERFORM VARYING ORD-IDX FROM 1 BY 1
056160             UNTIL ORD-IDX > ORD-CONTADOR
056170         MOVE 0 TO ORD-FACTURADA(ORD-IDX)
056180     END-PERFORM.
056190     OPEN INPUT CXPAGAR.
056200     IF NOT FS-CXPAGAR-OK
056210         GO TO 8132-EXIT
056220     END-IF.
056230     MOVE "N" TO SW-FIN-ARCHIVO.
056240     PERFORM UNTIL FIN-ARCHIVO
056250         READ CXPAGAR
056260             AT END
056270                 MOVE "S" TO SW-FIN-ARCHIVO
056280             NOT AT END
056290                 PERFORM 8162-SUMAR-FACTURADO THRU 8162-EXIT
056300         END-READ
056310     END-PERFORM.
056320     CLOSE CXPAGAR.
056330     MOVE "N" TO SW-FIN-ARCHIVO.
056340 8132-EXIT.
056350     EXIT.
056360
056370*----------------------------------------------------------*
056380* 8140-REPORTE-OC-VENCIDAS - RENGLONES ABIERTOS O          *
056390*                            PARCIALES CUYA FECHA ESPERADA *
056400*                            YA PASO, AGRUPADOS POR        *
056410*                            PROVEEDOR                     *
056420*----------------------------------------------------------*
056430 8140-REPORTE-OC-VENCIDAS.
056440     PERFORM 8105-CARGAR-ORDENES THRU 8105-EXIT.
056450     IF ORD-CONTADOR = 0
056460         DISPLAY "No hay ordenes de compra registradas."
056470         GO TO 8140-EXIT
056480     END-IF.
056490     IF ORD-OMITIDOS > 0
056500         DISPLAY "Aviso: la tabla admite 300 renglones; se "
056510             "omitieron " ORD-OMITIDOS "."
056520     END-IF.
056530     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
056540     MOVE FECHA-HOY TO FECHA-TRABAJO.
056550     PERFORM 9950-FECHA-A-DIAS THRU 9950-EXIT.
056560     MOVE DIAS-TRABAJO TO DIAS-HOY.
056570     MOVE 0 TO OC-VENCIDAS.
056580
056590     MOVE "OCVENCID.TXT" TO REPORTE-NOMBRE.
056600     MOVE "ORDENES DE COMPRA VENCIDAS" TO RP-TITULO.
056610     MOVE "ORDEN  CODIGO     PEDIDA RECIB. ESPERADA  DIAS ATRASO"
056620         TO RP-COLUMNAS.
056630     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
056640     DISPLAY "=== ORDENES DE COMPRA VENCIDAS ===".
056650     PERFORM VARYING ORD-IDX FROM 1 BY 1
056660             UNTIL ORD-IDX > ORD-CONTADOR
056670         IF ORD-LISTADO(ORD-IDX) NOT = "S"
056680                 AND NOT ORD-RECIBIDO(ORD-IDX)
056690                 AND ORD-FECHA-ESP(ORD-IDX) > 0
056700                 AND ORD-FECHA-ESP(ORD-IDX) < FECHA-HOY
056710             PERFORM 8145-VENCIDAS-PROVEEDOR THRU 8145-EXIT
056720         END-IF
056730     END-PERFORM.
056740     MOVE ALL "-" TO RP-DETALLE.
056750     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
056760     MOVE SPACES TO RP-DETALLE.
056770     STRING "RENGLONES VENCIDOS: " OC-VENCIDAS
056780         DELIMITED BY SIZE INTO RP-DETALLE.
056790     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
056800     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
056810     DISPLAY "Renglones vencidos: " OC-VENCIDAS.
056820 8140-EXIT.
056830     EXIT.
056840
056850*----------------------------------------------------------*
056860* 8145-VENCIDAS-PROVEEDOR - ENCABEZADO DEL PROVEEDOR DEL   *
056870*                           RENGLON ORD-IDX Y TODOS SUS    *
056880*                           RENGLONES VENCIDOS             *
056890*----------------------------------------------------------*
056900 8145-VENCIDAS-PROVEEDOR.
056910     MOVE ORD-PROVEEDOR(ORD-IDX) TO OC-PROV-ACT.
056920     MOVE SPACES TO OC-PROV-CONTACTO.
056930     IF OC-PROV-ACT = SPACES
056940         MOVE "SIN PROVEEDOR ASIGNADO" TO OC-PROV-NOMBRE
056950     ELSE
056960         MOVE OC-PROV-ACT TO PV-CODIGO
056970         READ PROVEEDOR
056980             INVALID KEY
056990                 MOVE "PROVEEDOR NO REGISTRADO"
057000                     TO OC-PROV-NOMBRE
057010             NOT INVALID KEY
057020                 MOVE PV-NOMBRE TO OC-PROV-NOMBRE
057030                 MOVE PV-CONTACTO TO OC-PROV-CONTACTO
057040         END-READ
057050     END-IF.
057060     MOVE SPACES TO RP-DETALLE.
057070     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
057080     MOVE SPACES TO RP-DETALLE.
057090     STRING "PROVEEDOR " OC-PROV-ACT " " OC-PROV-NOMBRE
057100         " CONTACTO " OC-PROV-CONTACTO
057110         DELIMITED BY SIZE INTO RP-DETALLE.
057120     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
057130     DISPLAY "Proveedor " OC-PROV-ACT " " OC-PROV-NOMBRE
057140         " (contacto: " OC-PROV-CONTACTO ")".
057150
057160     PERFORM VARYING ORD-IDX2 FROM ORD-IDX BY 1
057170             UNTIL ORD-IDX2 > ORD-CONTADOR
057180         IF ORD-PROVEEDOR(ORD-IDX2) = OC-PROV-ACT
057190                 AND ORD-LISTADO(ORD-IDX2) NOT = "S"
057200                 AND NOT ORD-RECIBIDO(ORD-IDX2)
057210                 AND ORD-FECHA-ESP(ORD-IDX2) > 0
057220                 AND ORD-FECHA-ESP(ORD-IDX2) < FECHA-HOY
057230             MOVE "S" TO ORD-LISTADO(ORD-IDX2)
057240             ADD 1 TO OC-VENCIDAS
057250             MOVE ORD-FECHA-ESP(ORD-IDX2) TO FECHA-TRABAJO
057260             PERFORM 9950-FECHA-A-DIAS THRU 9950-EXIT
057270             COMPUTE OC-DIAS-ATRASO = DIAS-HOY - DIAS-TRABAJO
057280             MOVE OC-DIAS-ATRASO TO OC-ATRASO-ED
057290             DISPLAY "  Orden " ORD-NUMERO(ORD-IDX2) " "
057300                 ORD-CODIGO(ORD-IDX2) " pedida "
057310                 ORD-CANTIDAD(ORD-IDX2) " recibida "
057320                 ORD-RECIBIDA(ORD-IDX2) " esperada "
057330                 ORD-FECHA-ESP(ORD-IDX2) " atraso "
057340                 OC-ATRASO-ED " dias"
057350             MOVE SPACES TO RP-DETALLE
057360             STRING ORD-NUMERO(ORD-IDX2) " "
057370                 ORD-CODIGO(ORD-IDX2) "  "
057380                 ORD-CANTIDAD(ORD-IDX2) "    "
057390                 ORD-RECIBIDA(ORD-IDX2) "    "
057400                 ORD-FECHA-ESP(ORD-IDX2) " " OC-ATRASO-ED
057410                 DELIMITED BY SIZE INTO RP-DETALLE
057420             PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT
057430         END-IF
057440     END-PERFORM.
057450 8145-EXIT.
057460     EXIT.
057470
057480*----------------------------------------------------------*
057490* 8150-REGISTRAR-COSTO - BITACORA DE REVALUACION DEL COSTO *
057500*                        UNITARIO DEL PRODUCTO EN CURSO    *
057510*----------------------------------------------------------*
057520 8150-REGISTRAR-COSTO.
057530     OPEN EXTEND COSTLOG.
057540     IF NOT FS-COSTLOG-OK
057550         OPEN OUTPUT COSTLOG
057560     END-IF.
057570     MOVE SPACES TO CS-REGISTRO.
057580     ACCEPT CS-FECHA FROM DATE YYYYMMDD.
057590     MOVE IF-CODIGO         TO CS-CODIGO.
057600     MOVE COSTO-ANTERIOR    TO CS-COSTO-ANT.
057610     MOVE IF-COSTO          TO CS-COSTO-NUEVO.
057620     MOVE COSTO-EXISTENCIA  TO CS-CANT-EXIST.
057630     MOVE COSTO-RECIBIDO    TO CS-CANT-RECIBIDA.
057640     MOVE COSTO-FACTURA     TO CS-COSTO-FACTURA.
057650     MOVE COSTO-ORIGEN      TO CS-ORIGEN.
057660     MOVE OPERADOR-ACTUAL   TO CS-OPERADOR.
057670     WRITE CS-REGISTRO.
057680     CLOSE COSTLOG.
057690 8150-EXIT.
057700     EXIT.
057710
057720*----------------------------------------------------------*
057730* 8160-COTEJO-FACTURAS - COTEJA CADA RENGLON DE            *
057740*                        FACTPROV.DAT CONTRA SU RENGLON DE *
057750*                        ORDEN DE COMPRA: LO QUE CUADRA SE *
057760*                        APRUEBA A CXPAGAR.DAT Y LO DEMAS  *
057770*                        VA A EXCEPCLOG.DAT                *
057780*----------------------------------------------------------*
057790 8160-COTEJO-FACTURAS.
057800     MOVE 0 TO COT-LEIDOS.
057810     MOVE 0 TO COT-APROBADOS.
057820     MOVE 0 TO COT-EXCEPCIONES.
057830     MOVE 0 TO COT-CONTADOR.
057840     MOVE 0 TO COT-OMITIDOS.
057850
057860     PERFORM 8105-CARGAR-ORDENES THRU 8105-EXIT.
057870     IF ORD-CONTADOR = 0
057880         DISPLAY "No hay ordenes de compra contra las cuales "
057890             "cotejar."
057900         GO TO 8160-EXIT
057910     END-IF.
057920*    SIN LA ORDEN COMPLETA EN LA TABLA UN RENGLON LEGITIMO
057930*    SE IRIA A EXCEPCIONES; EL COTEJO NO PROCEDE.
057940     IF ORD-OMITIDOS > 0
057950         DISPLAY "Las ordenes exceden los 300 renglones de la "
057960             "tabla; el cotejo no procede."
057970         GO TO 8160-EXIT
057980     END-IF.
057990
058000*    LA TOLERANCIA ES EL PORCENTAJE ADMITIDO ENTRE EL PRECIO
058010*    FACTURADO Y EL COSTO REGISTRADO AL RECIBIR.
058020     MOVE "N" TO ENTRADA-VALIDA.
058030     PERFORM UNTIL ES-VALIDA
058040         DISPLAY "Ingrese la tolerancia de precio en "
058050             "porcentaje (0 a 100): "
058060         ACCEPT ENTRADA-CAPTURA
058070         PERFORM 9930-VALIDAR-DECIMAL THRU 9930-EXIT
058080         IF ES-VALIDA AND VALOR-DECIMAL > 100
058090             MOVE "N" TO ENTRADA-VALIDA
058100         END-IF
058110         IF NOT ES-VALIDA
058120             DISPLAY "Entrada invalida, debe ser numerica."
058130         END-IF
058140     END-PERFORM.
058150     MOVE VALOR-DECIMAL TO COT-TOLERANCIA.
058160
058170*    LO YA APROBADO EN CORRIDAS ANTERIORES CUENTA CONTRA LO
058180*    RECIBIDO; UNA FACTURA REPETIDA NO SE PAGA DOS VECES.
058190     PERFORM 8132-SUMAR-CXPAGAR THRU 8132-EXIT.
058200
058210     OPEN INPUT FACTPROV.
058220     IF NOT FS-FACTPROV-OK
058230         DISPLAY "No se pudo abrir el archivo de facturas de "
058240             "proveedor (FACTPROV.DAT)."
058250         GO TO 8160-EXIT
058260     END-IF.
058270     OPEN EXTEND CXPAGAR.
058280     IF NOT FS-CXPAGAR-OK
058290         OPEN OUTPUT CXPAGAR
058300     END-IF.
058310
058320     DISPLAY "=== COTEJO DE FACTURAS DE PROVEEDOR ===".
058330     MOVE "N" TO SW-FIN-ARCHIVO.
058340     PERFORM UNTIL FIN-ARCHIVO
058350         READ FACTPROV
058360             AT END
058370                 MOVE "S" TO SW-FIN-ARCHIVO
058380             NOT AT END
058390                 PERFORM 8165-COTEJAR-RENGLON THRU 8165-EXIT
058400         END-READ
058410     END-PERFORM.
058420     CLOSE FACTPROV.
058430     CLOSE CXPAGAR.
058440*    LOS RENGLONES QUE QUEDARON FACTURADOS POR COMPLETO
058450*    SALEN DE LA ORDEN AL HISTORICO.
058460     PERFORM 8130-REGRABAR-ORDEN THRU 8130-EXIT.
058470
058480     DISPLAY "Renglones de factura leidos: " COT-LEIDOS.
058490     DISPLAY "Aprobados para pago (CXPAGAR.DAT): "
058500         COT-APROBADOS.
058510     DISPLAY "Enviados a excepciones (EXCEPCLOG.DAT): "
058520         COT-EXCEPCIONES.
058530     IF COT-OMITIDOS > 0
058540         DISPLAY "Aviso: el resumen admite 50 proveedores; "
058550             COT-OMITIDOS " renglones no se resumen."
058560     END-IF.
058570     PERFORM 8168-RESUMEN-COTEJO THRU 8168-EXIT.
058580 8160-EXIT.
058590     EXIT.
058600
058610*----------------------------------------------------------*
058620* 8162-SUMAR-FACTURADO - ACUMULA LO YA APROBADO EN         *
058630*                        CXPAGAR.DAT EN SU RENGLON DE      *
058640*                        ORDEN                             *
058650*----------------------------------------------------------*
058660 8162-SUMAR-FACTURADO.
058670     IF CP-CANTIDAD IS NOT NUMERIC OR CP-ORDEN IS NOT NUMERIC
058680         GO TO 8162-EXIT
058690     END-IF.
058700     PERFORM VARYING ORD-IDX FROM 1 BY 1
058710             UNTIL ORD-IDX > ORD-CONTADOR
058720         IF ORD-NUMERO(ORD-IDX) = CP-ORDEN
058730                 AND ORD-CODIGO(ORD-IDX) = CP-CODIGO
058740             ADD CP-CANTIDAD TO ORD-FACTURADA(ORD-IDX)
058750             GO TO 8162-EXIT
058760         END-IF
058770     END-PERFORM.
058780 8162-EXIT.
058790     EXIT.
058800
058810*----------------------------------------------------------*
058820* 8165-COTEJAR-RENGLON - UN RENGLON DE FACTURA CONTRA LO   *
058830*                        PEDIDO, LO RECIBIDO Y EL COSTO DE *
058840*                        LA RECEPCION                      *
058850*----------------------------------------------------------*
058860 8165-COTEJAR-RENGLON.
058870     IF FP-REGISTRO = SPACES
058880         GO TO 8165-EXIT
058890     END-IF.
058900     ADD 1 TO COT-LEIDOS.
058910     MOVE "N" TO SW-COTEJO-OK.
058920     MOVE SPACES TO COT-MOTIVO.
058930     MOVE 0 TO COT-IMPORTE.
058940     IF FP-ORDEN IS NOT NUMERIC OR FP-CANTIDAD IS NOT NUMERIC
058950             OR FP-PRECIO IS NOT NUMERIC
058960         MOVE "Renglon de factura invalido" TO COT-MOTIVO
058970         GO TO 8165-RESULTADO
058980     END-IF.
058990     COMPUTE COT-IMPORTE = FP-CANTIDAD * FP-PRECIO.
059000
059010     PERFORM VARYING ORD-IDX FROM 1 BY 1
059020             UNTIL ORD-IDX > ORD-CONTADOR
059030         IF ORD-NUMERO(ORD-IDX) = FP-ORDEN
059040                 AND ORD-CODIGO(ORD-IDX) = FP-CODIGO
059050             GO TO 8165-HALLADO
059060         END-IF
059070     END-PERFORM.
059080     MOVE "Producto no esta en la orden" TO COT-MOTIVO.
059090     GO TO 8165-RESULTADO.
059100
059110 8165-HALLADO.
059120     IF ORD-PROVEEDOR(ORD-IDX) NOT = FP-PROVEEDOR
059130         MOVE "Proveedor distinto a la orden" TO COT-MOTIVO
059140         GO TO 8165-RESULTADO
059150     END-IF.
059160     IF FP-CANTIDAD + ORD-FACTURADA(ORD-IDX)
059170             > ORD-CANTIDAD(ORD-IDX)
059180         MOVE "Facturado mayor a lo pedido" TO COT-MOTIVO
059190         GO TO 8165-RESULTADO
059200     END-IF.
059210     IF FP-CANTIDAD + ORD-FACTURADA(ORD-IDX)
059220             > ORD-RECIBIDA(ORD-IDX)
059230         MOVE "Facturado mayor a lo recibido" TO COT-MOTIVO
059240         GO TO 8165-RESULTADO
059250     END-IF.
059260*    EL PRECIO SE COMPARA CONTRA EL COSTO DE LA RECEPCION;
059270*    UN RENGLON SIN ESE DATO SE COMPARA CONTRA LA ORDEN.
059280     IF ORD-COSTO-REC(ORD-IDX) > 0
059290         MOVE ORD-COSTO-REC(ORD-IDX) TO COT-REFERENCIA
059300     ELSE
059310         MOVE ORD-COSTO(ORD-IDX) TO COT-REFERENCIA
059320     END-IF.
059330     IF FP-PRECIO > COT-REFERENCIA
059340         COMPUTE COT-DIFERENCIA = FP-PRECIO - COT-REFERENCIA
059350     ELSE
059360         COMPUTE COT-DIFERENCIA = COT-REFERENCIA - FP-PRECIO
059370     END-IF.
059380     COMPUTE COT-LIMITE ROUNDED =
059390             COT-REFERENCIA * COT-TOLERANCIA / 100.
059400     IF COT-DIFERENCIA > COT-LIMITE
059410         MOVE "Precio distinto al recibido" TO COT-MOTIVO
059420         GO TO 8165-RESULTADO
059430     END-IF.
059440
059450     MOVE SPACES TO CP-REGISTRO.
059460     ACCEPT CP-FECHA FROM DATE YYYYMMDD.
059470     MOVE FP-PROVEEDOR    TO CP-PROVEEDOR.
059480     MOVE FP-FACTURA      TO CP-FACTURA.
059490     MOVE FP-ORDEN        TO CP-ORDEN.
059500     MOVE FP-CODIGO       TO CP-CODIGO.
059510     MOVE FP-CANTIDAD     TO CP-CANTIDAD.
059520     MOVE FP-PRECIO       TO CP-PRECIO.
059530     MOVE COT-IMPORTE     TO CP-IMPORTE.
059540     MOVE OPERADOR-ACTUAL TO CP-OPERADOR.
059550     WRITE CP-REGISTRO.
059560     ADD FP-CANTIDAD TO ORD-FACTURADA(ORD-IDX).
059570     MOVE "S" TO SW-COTEJO-OK.
059580
059590 8165-RESULTADO.
059600     IF COTEJO-APROBADO
059610         ADD 1 TO COT-APROBADOS
059620     ELSE
059630         ADD 1 TO COT-EXCEPCIONES
059640         DISPLAY "Factura " FP-FACTURA " orden " FP-ORDEN
059650             " " FP-CODIGO ": " COT-MOTIVO
059660         MOVE SPACES TO EX-REGISTRO
059670         MOVE "COTEJO" TO EX-ORIGEN
059680         MOVE FP-CODIGO TO EX-CODIGO
059690         MOVE COT-MOTIVO TO EX-MOTIVO
059700         PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT
059710     END-IF.
059720
059730     PERFORM VARYING COT-IDX FROM 1 BY 1
059740             UNTIL COT-IDX > COT-CONTADOR
059750         IF COT-PROVEEDOR(COT-IDX) = FP-PROVEEDOR
059760             GO TO 8165-ACUMULAR
059770         END-IF
059780     END-PERFORM.
059790     IF COT-CONTADOR >= 50
059800         ADD 1 TO COT-OMITIDOS
059810         GO TO 8165-EXIT
059820     END-IF.
059830     ADD 1 TO COT-CONTADOR.
059840     SET COT-IDX TO COT-CONTADOR.
059850     MOVE FP-PROVEEDOR TO COT-PROVEEDOR(COT-IDX).
059860     MOVE 0 TO COT-OK(COT-IDX).
059870     MOVE 0 TO COT-EXC(COT-IDX).
059880     MOVE 0 TO COT-IMP-OK(COT-IDX).
059890     MOVE 0 TO COT-IMP-EXC(COT-IDX).
059900
059910 8165-ACUMULAR.
059920     IF COTEJO-APROBADO
059930         ADD 1 TO COT-OK(COT-IDX)
059940         ADD COT-IMPORTE TO COT-IMP-OK(COT-IDX)
059950     ELSE
059960         ADD 1 TO COT-EXC(COT-IDX)
059970         ADD COT-IMPORTE TO COT-IMP-EXC(COT-IDX)
059980     END-IF.
059990 8165-EXIT.
060000     EXIT.
060010
060020*----------------------------------------------------------*
060030* 8168-RESUMEN-COTEJO - RESUMEN DEL COTEJO POR PROVEEDOR   *
060040*                       (COTEJO.TXT)                       *
060050*----------------------------------------------------------*
060060 8168-RESUMEN-COTEJO.
060070     MOVE 0 TO COT-TOT-OK.
060080     MOVE 0 TO COT-TOT-EXC.
060090     MOVE "COTEJO.TXT" TO REPORTE-NOMBRE.
060100     MOVE "RESUMEN DEL COTEJO DE FACTURAS" TO RP-TITULO.
060110     MOVE "PROV.  NOMBRE               APR. IMPORTE APROB."
060120         TO RP-COLUMNAS.
060130     MOVE "EXC. IMP.EXC" TO RP-COLUMNAS(49:12).
060140     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
060150     PERFORM VARYING COT-IDX FROM 1 BY 1
060160             UNTIL COT-IDX > COT-CONTADOR
060170         MOVE COT-PROVEEDOR(COT-IDX) TO PV-CODIGO
060180         MOVE SPACES TO OC-PROV-NOMBRE
060190         IF PV-CODIGO NOT = SPACES
060200             READ PROVEEDOR
060210                 INVALID KEY
060220                     MOVE "PROVEEDOR NO REGISTRADO"
060230                         TO OC-PROV-NOMBRE
060240                 NOT INVALID KEY
060250                     MOVE PV-NOMBRE TO OC-PROV-NOMBRE
060260             END-READ
060270         END-IF
060280         MOVE COT-OK(COT-IDX) TO COT-CANT-ED
060290         MOVE COT-EXC(COT-IDX) TO COT-EXC-ED
060300         MOVE COT-IMP-OK(COT-IDX) TO COT-IMP-ED
060310         MOVE COT-IMP-EXC(COT-IDX) TO COT-IMPEXC-ED
060320         ADD COT-IMP-OK(COT-IDX) TO COT-TOT-OK
060330         ADD COT-IMP-EXC(COT-IDX) TO COT-TOT-EXC
060340         MOVE SPACES TO RP-DETALLE
060350         STRING COT-PROVEEDOR(COT-IDX) " " OC-PROV-NOMBRE " "
060360             COT-CANT-ED " " COT-IMP-ED " " COT-EXC-ED " "
060370             COT-IMPEXC-ED
060380             DELIMITED BY SIZE INTO RP-DETALLE
060390         PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT
060400         DISPLAY "Proveedor " COT-PROVEEDOR(COT-IDX) " "
060410             OC-PROV-NOMBRE " aprobados " COT-CANT-ED
060420             " por " COT-IMP-ED "; excepciones " COT-EXC-ED
060430             " por " COT-IMPEXC-ED
060440     END-PERFORM.
060450     MOVE ALL "-" TO RP-DETALLE.
060460     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
060470     MOVE COT-TOT-OK TO COT-IMP-ED.
060480     MOVE COT-TOT-EXC TO COT-IMPEXC-ED.
060490     MOVE SPACES TO RP-DETALLE.
060500     STRING "TOTAL APROBADO " COT-IMP-ED
060510         "  EN EXCEPCION " COT-IMPEXC-ED
060520         DELIMITED BY SIZE INTO RP-DETALLE.
060530     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
060540     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
060550 8168-EXIT.
060560     EXIT.
060570
060580*----------------------------------------------------------*
060590* 8500-REPORTE-VALORACION - VALOR TOTAL DEL INVENTARIO     *
060600*----------------------------------------------------------*
060610 8500-REPORTE-VALORACION.
060620     MOVE 0 TO CONTADOR.
060630     MOVE 0 TO VALOR-TOTAL.
060640     MOVE LOW-VALUES TO IF-CODIGO.
060650     START INVENTAR KEY IS NOT LESS THAN IF-CODIGO
060660         INVALID KEY
060670             DISPLAY "El inventario esta vacio."
060680             GO TO 8500-EXIT
060690     END-START.
060700
060710     MOVE 0 TO VALOR-COSTO-TOTAL.
060720     MOVE "REPVALOR.TXT" TO REPORTE-NOMBRE.
060730     MOVE "REPORTE DE VALORACION DEL INVENTARIO"
060740         TO RP-TITULO.
060750     MOVE "CODIGO     VALOR AL COSTO  VALOR A PRECIO VENTA"
060760         TO RP-COLUMNAS.
060770     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
060780     DISPLAY "=== REPORTE DE VALORACION ===".
060790     MOVE "N" TO SW-FIN-ARCHIVO.
060800     PERFORM UNTIL FIN-ARCHIVO
060810         READ INVENTAR NEXT RECORD
060820             AT END
060830                 MOVE "S" TO SW-FIN-ARCHIVO
060840             NOT AT END
060850                 ADD 1 TO CONTADOR
060860                 COMPUTE VALOR-PRODUCTO =
060870                         IF-PRECIO * IF-CANTIDAD
060880                 ADD VALOR-PRODUCTO TO VALOR-TOTAL
060890                 COMPUTE VALOR-COSTO-PROD =
060900                         IF-COSTO * IF-CANTIDAD
060910                 ADD VALOR-COSTO-PROD TO VALOR-COSTO-TOTAL
060920                 DISPLAY "Codigo: " IF-CODIGO
060930                 DISPLAY "Valor al costo:      " VALOR-COSTO-PROD
060940                 DISPLAY "Valor a precio venta: " VALOR-PRODUCTO
060950                 DISPLAY "----------------------"
060960                 MOVE VALOR-COSTO-PROD TO VALOR-COSTO-ED
060970                 MOVE VALOR-PRODUCTO TO VALOR-VENTA-ED
060980                 MOVE SPACES TO RP-DETALLE
060990                 STRING IF-CODIGO " " VALOR-COSTO-ED "  "
061000                     VALOR-VENTA-ED
061010                     DELIMITED BY SIZE INTO RP-DETALLE
061020                 PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT
061030         END-READ
061040     END-PERFORM.
061050
061060     DISPLAY "Valor total al costo:      " VALOR-COSTO-TOTAL.
061070     DISPLAY "Valor total a precio venta: " VALOR-TOTAL.
061080     MOVE ALL "-" TO RP-DETALLE.
061090     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
061100     MOVE VALOR-COSTO-TOTAL TO VALOR-COSTO-ED.
061110     MOVE VALOR-TOTAL TO VALOR-VENTA-ED.
061120     MOVE SPACES TO RP-DETALLE.
061130     STRING "TOTAL      " VALOR-COSTO-ED "  " VALOR-VENTA-ED
061140         DELIMITED BY SIZE INTO RP-DETALLE.
061150     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
061160     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
061170 8500-EXIT.
061180     EXIT.
061190
061200*----------------------------------------------------------*
061210* 8200-REPORTE-MARGEN - MARGEN BRUTO POR PRODUCTO (PRECIO  *
061220*                       DE VENTA CONTRA COSTO UNITARIO),   *
061230*                       SENALANDO LO VENDIDO AL COSTO O    *
061240*                       POR DEBAJO                         *
061250*----------------------------------------------------------*
061260 8200-REPORTE-MARGEN.
061270     MOVE 0 TO CONTADOR.
061280     MOVE 0 TO CONTADOR-BAJO-COSTO.
061290     MOVE LOW-VALUES TO IF-CODIGO.
061300     START INVENTAR KEY IS NOT LESS THAN IF-CODIGO
061310         INVALID KEY
061320             DISPLAY "El inventario esta vacio."
061330             GO TO 8200-EXIT
061340     END-START.
061350
061360     DISPLAY "=== REPORTE DE MARGEN BRUTO ===".
061370     DISPLAY "Codigo     Precio    Costo     Margen   %".
061380     DISPLAY "-----------------------------------------------".
061390     MOVE "N" TO SW-FIN-ARCHIVO.
061400     PERFORM UNTIL FIN-ARCHIVO
061410         READ INVENTAR NEXT RECORD
061420             AT END
061430                 MOVE "S" TO SW-FIN-ARCHIVO
061440             NOT AT END
061450                 ADD 1 TO CONTADOR
061460                 PERFORM 8210-MARGEN-RENGLON
061470         END-READ
061480     END-PERFORM.
061490     DISPLAY "-----------------------------------------------".
061500     DISPLAY "Productos listados: " CONTADOR.
061510     DISPLAY "Productos al costo o debajo: "
061520         CONTADOR-BAJO-COSTO.
061530 8200-EXIT.
061540     EXIT.
061550
061560 8210-MARGEN-RENGLON.
061570     COMPUTE MARGEN-UNITARIO = IF-PRECIO - IF-COSTO.
061580     IF IF-PRECIO > 0
061590         COMPUTE MARGEN-PORCENTAJE ROUNDED =
061600                 MARGEN-UNITARIO / IF-PRECIO * 100
061610     ELSE
061620         MOVE 0 TO MARGEN-PORCENTAJE
061630     END-IF.
061640     MOVE MARGEN-UNITARIO   TO MARGEN-ED.
061650     MOVE MARGEN-PORCENTAJE TO MARGEN-PORC-ED.
061660     IF MARGEN-UNITARIO > 0
061670         DISPLAY IF-CODIGO " " IF-PRECIO " " IF-COSTO " "
061680             MARGEN-ED " " MARGEN-PORC-ED
061690     ELSE
061700         ADD 1 TO CONTADOR-BAJO-COSTO
061710         DISPLAY IF-CODIGO " " IF-PRECIO " " IF-COSTO " "
061720             MARGEN-ED " " MARGEN-PORC-ED
061730             " ** AL COSTO O DEBAJO **"
061740     END-IF.
061750
061760*----------------------------------------------------------*
061770* 8300-SUGERIDO-REORDEN - SUGIERE PUNTO DE REORDEN Y       *
061780*                         CANTIDAD A PEDIR POR PRODUCTO    *
061790*                         SEGUN EL CONSUMO PROMEDIO DE LA  *
061800*                         BITACORA Y EL PLAZO DE ENTREGA   *
061810*                         DEL PROVEEDOR                    *
061820*----------------------------------------------------------*
061830 8300-SUGERIDO-REORDEN.
061840     MOVE 0 TO SUG-CONTADOR.
061850     MOVE 0 TO SUG-OMITIDOS.
061860     MOVE 0 TO SUG-SUGERIDOS.
061870     MOVE 0 TO SUG-URGENTES.
061880     MOVE 0 TO FECHA-PRIMERA.
061890
061900     OPEN INPUT MOVLOG.
061910     IF NOT FS-MOVLOG-OK
061920         DISPLAY "No hay bitacora de movimientos "
061930             "(MOVLOG.DAT)."
061940         GO TO 8300-EXIT
061950     END-IF.
061960     MOVE "N" TO SW-FIN-ARCHIVO.
061970     PERFORM UNTIL FIN-ARCHIVO
061980         READ MOVLOG
061990             AT END
062000                 MOVE "S" TO SW-FIN-ARCHIVO
062010             NOT AT END
062020                 PERFORM 8310-ACUMULAR-SALIDA THRU 8310-EXIT
062030         END-READ
062040     END-PERFORM.
062050     CLOSE MOVLOG.
062060
062070     IF SUG-CONTADOR = 0
062080         DISPLAY "La bitacora no tiene salidas que analizar."
062090         GO TO 8300-EXIT
062100     END-IF.
062110     IF SUG-OMITIDOS > 0
062120         DISPLAY "Aviso: la tabla admite 100 productos; se "
062130             "omitieron " SUG-OMITIDOS " movimientos."
062140     END-IF.
062150
062160*    EL PERIODO OBSERVADO VA DE LA PRIMERA SALIDA DE LA
062170*    BITACORA AL DIA DE HOY; NUNCA MENOS DE UN DIA.
062180     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
062190     MOVE FECHA-HOY TO FECHA-TRABAJO.
062200     PERFORM 9950-FECHA-A-DIAS THRU 9950-EXIT.
062210     MOVE DIAS-TRABAJO TO DIAS-HOY.
062220     MOVE FECHA-PRIMERA TO FECHA-TRABAJO.
062230     PERFORM 9950-FECHA-A-DIAS THRU 9950-EXIT.
062240     MOVE DIAS-TRABAJO TO DIAS-PRIMERA.
062250     IF DIAS-HOY > DIAS-PRIMERA
062260         COMPUTE DIAS-PERIODO = DIAS-HOY - DIAS-PRIMERA
062270     ELSE
062280         MOVE 1 TO DIAS-PERIODO
062290     END-IF.
062300
062310     DISPLAY "=== SUGERIDO DE REORDEN POR CONSUMO ===".
062320     DISPLAY "Dias observados: " DIAS-PERIODO.
062330     DISPLAY "Codigo     Uso/Dia  Plazo  Punto    Exist "
062340         "Sugerido".
062350     DISPLAY "-----------------------------------------------".
062360     PERFORM VARYING SUG-IDX FROM 1 BY 1
062370             UNTIL SUG-IDX > SUG-CONTADOR
062380         PERFORM 8320-SUGERIR-PRODUCTO THRU 8320-EXIT
062390     END-PERFORM.
062400     DISPLAY "-----------------------------------------------".
062410     DISPLAY "Productos con sugerido: " SUG-SUGERIDOS.
062420     DISPLAY "Productos urgentes: " SUG-URGENTES.
062430 8300-EXIT.
062440     EXIT.
062450
062460*----------------------------------------------------------*
062470* 8310-ACUMULAR-SALIDA - SUMA A LA TABLA LAS UNIDADES QUE  *
062480*                        SALIERON EN UN MOVIMIENTO: LOS    *
062490*                        DESPACHOS, LOS AJUSTES DE CONTEO  *
062500*                        A LA BAJA Y LOS COMPONENTES       *
062510*                        CONSUMIDOS EN ENSAMBLES           *
062520*----------------------------------------------------------*
062530 8310-ACUMULAR-SALIDA.
062540     IF LG-OPERACION NOT = "S" AND LG-OPERACION NOT = "C"
062550             AND LG-OPERACION NOT = "K"
062560         GO TO 8310-EXIT
062570     END-IF.
062580     IF LG-CANT-NUEVA >= LG-CANT-ANTERIOR
062590         GO TO 8310-EXIT
062600     END-IF.
062610     COMPUTE SALIDA-MOVIMIENTO =
062620             LG-CANT-ANTERIOR - LG-CANT-NUEVA.
062630
062640     IF FECHA-PRIMERA = 0 OR LG-FECHA < FECHA-PRIMERA
062650         MOVE LG-FECHA TO FECHA-PRIMERA
062660     END-IF.
062670
062680     MOVE "N" TO SUG-HALLADO.
062690     PERFORM VARYING SUG-IDX FROM 1 BY 1
062700             UNTIL SUG-IDX > SUG-CONTADOR
062710             OR SUG-HALLADO = "S"
062720         IF SUG-CODIGO(SUG-IDX) = LG-CODIGO
062730             ADD SALIDA-MOVIMIENTO TO SUG-SALIDAS(SUG-IDX)
062740             MOVE "S" TO SUG-HALLADO
062750         END-IF
062760     END-PERFORM.
062770     IF SUG-HALLADO = "S"
062780         GO TO 8310-EXIT
062790     END-IF.
062800     IF SUG-CONTADOR >= 100
062810         ADD 1 TO SUG-OMITIDOS
062820         GO TO 8310-EXIT
062830     END-IF.
062840     ADD 1 TO SUG-CONTADOR.
062850     SET SUG-IDX TO SUG-CONTADOR.
062860     MOVE LG-CODIGO TO SUG-CODIGO(SUG-IDX).
062870     MOVE SALIDA-MOVIMIENTO TO SUG-SALIDAS(SUG-IDX).
062880 8310-EXIT.
062890     EXIT.
062900
062910*----------------------------------------------------------*
062920* 8320-SUGERIR-PRODUCTO - CALCULA USO DIARIO, PUNTO DE     *
062930*                         REORDEN Y CANTIDAD SUGERIDA DE   *
062940*                         UN PRODUCTO DE LA TABLA          *
062950*----------------------------------------------------------*
062960 8320-SUGERIR-PRODUCTO.
062970     MOVE SUG-CODIGO(SUG-IDX) TO IF-CODIGO.
062980     READ INVENTAR
062990         INVALID KEY
063000*            EL PRODUCTO YA NO EXISTE EN EL MAESTRO; SUS
063010*            SALIDAS HISTORICAS NO GENERAN SUGERIDO.
063020             GO TO 8320-EXIT
063030     END-READ.
063040
063050     COMPUTE USO-DIARIO ROUNDED =
063060             SUG-SALIDAS(SUG-IDX) / DIAS-PERIODO.
063070     IF USO-DIARIO = 0
063080         GO TO 8320-EXIT
063090     END-IF.
063100
063110*    SIN PROVEEDOR REGISTRADO SE SUPONE UNA SEMANA DE
063120*    PLAZO DE ENTREGA.
063130     MOVE 7 TO PLAZO-USADO.
063140     IF IF-COD-PROVEEDOR NOT = SPACES
063150         MOVE IF-COD-PROVEEDOR TO PV-CODIGO
063160         READ PROVEEDOR
063170             INVALID KEY
063180                 CONTINUE
063190             NOT INVALID KEY
063200                 IF PV-PLAZO-ENTREGA > 0
063210                     MOVE PV-PLAZO-ENTREGA TO PLAZO-USADO
063220                 END-IF
063230         END-READ
063240     END-IF.
063250
063260*    EL PUNTO DE REORDEN CUBRE LA DEMANDA DEL PLAZO DE
063270*    ENTREGA MAS LA MITAD COMO COLCHON; LA CANTIDAD
063280*    SUGERIDA REPONE EL PLAZO MAS TREINTA DIAS DE CONSUMO.
063290     COMPUTE DEMANDA-PLAZO ROUNDED =
063300             USO-DIARIO * PLAZO-USADO.
063310     COMPUTE PUNTO-REORDEN ROUNDED =
063320             DEMANDA-PLAZO * 1.5.
063330     IF IF-CANTIDAD >= PUNTO-REORDEN
063340         GO TO 8320-EXIT
063350     END-IF.
063360
063370     COMPUTE CANTIDAD-SUGERIDA ROUNDED =
063380             USO-DIARIO * (PLAZO-USADO + 30) - IF-CANTIDAD
063390         ON SIZE ERROR
063400             MOVE 99999 TO CANTIDAD-SUGERIDA
063410     END-COMPUTE.
063420     IF CANTIDAD-SUGERIDA = 0
063430         MOVE 1 TO CANTIDAD-SUGERIDA
063440     END-IF.
063450
063460     ADD 1 TO SUG-SUGERIDOS.
063470     MOVE USO-DIARIO TO USO-DIARIO-ED.
063480     MOVE PUNTO-REORDEN TO PUNTO-REORDEN-ED.
063490     MOVE CANTIDAD-SUGERIDA TO SUGERIDA-ED.
063500     IF IF-CANTIDAD < DEMANDA-PLAZO
063510         ADD 1 TO SUG-URGENTES
063520         DISPLAY IF-CODIGO " " USO-DIARIO-ED " " PLAZO-USADO
063530             " " PUNTO-REORDEN-ED " " IF-CANTIDAD " "
063540             SUGERIDA-ED " ** URGENTE **"
063550     ELSE
063560         DISPLAY IF-CODIGO " " USO-DIARIO-ED " " PLAZO-USADO
063570             " " PUNTO-REORDEN-ED " " IF-CANTIDAD " "
063580             SUGERIDA-ED
063590     END-IF.
063600 8320-EXIT.
063610     EXIT.
063620
063630*----------------------------------------------------------*
063640* 8400-KARDEX-PRODUCTO - LISTA LOS MOVIMIENTOS DE UN       *
063650*                        PRODUCTO EN UN RANGO DE FECHAS    *
063660*                        CON SALDO CORRIDO Y CONCILIA EL   *
063670*                        SALDO FINAL CONTRA EL MAESTRO     *
063680*----------------------------------------------------------*
063690 8400-KARDEX-PRODUCTO.
063700     DISPLAY "Ingrese el codigo del producto: ".
063710     ACCEPT KDX-CODIGO.
063720
063730     MOVE "N" TO ENTRADA-VALIDA.
063740     PERFORM UNTIL ES-VALIDA
063750         DISPLAY "Ingrese la fecha inicial (AAAAMMDD): "
063760         ACCEPT ENTRADA-CAPTURA
063770         IF ENTRADA-CAPTURA IS NUMERIC
063780             MOVE "S" TO ENTRADA-VALIDA
063790             MOVE ENTRADA-CAPTURA TO KDX-FECHA-DESDE
063800         ELSE
063810             DISPLAY "Fecha invalida, use AAAAMMDD."
063820         END-IF
063830     END-PERFORM.
063840     MOVE "N" TO ENTRADA-VALIDA.
063850     PERFORM UNTIL ES-VALIDA
063860         DISPLAY "Ingrese la fecha final (AAAAMMDD): "
063870         ACCEPT ENTRADA-CAPTURA
063880         IF ENTRADA-CAPTURA IS NUMERIC
063890             MOVE "S" TO ENTRADA-VALIDA
063900             MOVE ENTRADA-CAPTURA TO KDX-FECHA-HASTA
063910         ELSE
063920             DISPLAY "Fecha invalida, use AAAAMMDD."
063930         END-IF
063940     END-PERFORM.
063950
063960     MOVE "N" TO SW-KDX-EXISTE.
063970     MOVE KDX-CODIGO TO IF-CODIGO.
063980     READ INVENTAR
063990         INVALID KEY
064000             DISPLAY "Aviso: el producto no existe en el "
064010                 "maestro; se lista solo la bitacora."
064020         NOT INVALID KEY
064030             MOVE "S" TO SW-KDX-EXISTE
064040     END-READ.
064050
064060     OPEN INPUT MOVLOG.
064070     IF NOT FS-MOVLOG-OK
064080         DISPLAY "No hay bitacora de movimientos "
064090             "(MOVLOG.DAT)."
064100         GO TO 8400-EXIT
064110     END-IF.
064120
064130     MOVE 0 TO KDX-MOVIMIENTOS.
064140     MOVE 0 TO KDX-SALTOS.
064150     MOVE 0 TO KDX-SALDO.
064160     MOVE "S" TO SW-KDX-PRIMERO.
064170     DISPLAY "=== KARDEX DE PRODUCTO " KDX-CODIGO " ===".
064180     DISPLAY "Fecha    Op Anterior Nueva Saldo Operador".
064190     DISPLAY "-----------------------------------------------".
064200     MOVE "N" TO SW-FIN-ARCHIVO.
064210     PERFORM UNTIL FIN-ARCHIVO
064220         READ MOVLOG
064230             AT END
064240                 MOVE "S" TO SW-FIN-ARCHIVO
064250             NOT AT END
064260                 PERFORM 8410-LISTAR-MOVIMIENTO THRU 8410-EXIT
064270         END-READ
064280     END-PERFORM.
064290     CLOSE MOVLOG.
064300     DISPLAY "-----------------------------------------------".
064310
064320     IF KDX-MOVIMIENTOS = 0
064330         DISPLAY "Sin movimientos en el rango indicado."
064340         GO TO 8400-EXIT
064350     END-IF.
064360     DISPLAY "Movimientos listados: " KDX-MOVIMIENTOS.
064370     DISPLAY "Saldo final calculado: " KDX-SALDO.
064380     IF KDX-SALTOS > 0
064390         DISPLAY "** SALTOS SIN REGISTRAR EN LA BITACORA: "
064400             KDX-SALTOS " **"
064410     END-IF.
064420     IF KDX-EN-MAESTRO
064430         DISPLAY "Existencia en el maestro: " IF-CANTIDAD
064440         COMPUTE KDX-DIFERENCIA = IF-CANTIDAD - KDX-SALDO
064450         IF KDX-DIFERENCIA = 0
064460             DISPLAY "El saldo concilia con el maestro."
064470         ELSE
064480             MOVE KDX-DIFERENCIA TO KDX-DIF-ED
064490             DISPLAY "** DIFERENCIA CONTRA EL MAESTRO: "
064500                 KDX-DIF-ED " (POSIBLE CAMBIO SIN "
064510                 "BITACORA) **"
064520         END-IF
064530     END-IF.
064540 8400-EXIT.
064550     EXIT.
064560
064570*----------------------------------------------------------*
064580* 8410-LISTAR-MOVIMIENTO - FILTRA Y LISTA UN MOVIMIENTO DE *
064590*                          LA BITACORA CON SALDO CORRIDO,  *
064600*                          SENALANDO CUANDO EL ANTERIOR NO *
064610*                          EMPATA CON EL SALDO QUE VENIA   *
064620*----------------------------------------------------------*
064630 8410-LISTAR-MOVIMIENTO.
064640     IF LG-CODIGO NOT = KDX-CODIGO
064650         GO TO 8410-EXIT
064660     END-IF.
064670     IF LG-FECHA < KDX-FECHA-DESDE
064680             OR LG-FECHA > KDX-FECHA-HASTA
064690         GO TO 8410-EXIT
064700     END-IF.
064710
064720*    UN TRASPASO NO MUEVE LA EXISTENCIA TOTAL: SE LISTA CON
064730*    LAS CANTIDADES DE LA BODEGA AFECTADA Y NO TOCA EL SALDO.
064740     IF LG-OPERACION = "T" OR LG-OPERACION = "E"
064750         ADD 1 TO KDX-MOVIMIENTOS
064760         IF LG-OPERACION = "T"
064770             DISPLAY LG-FECHA " " LG-OPERACION "  "
064780                 LG-CANT-ANTERIOR "      " LG-CANT-NUEVA
064790                 "   " KDX-SALDO "   " LG-OPERADOR
064800                 " TRASPASO SALIDA BODEGA " LG-BODEGA
064810         ELSE
064820             DISPLAY LG-FECHA " " LG-OPERACION "  "
064830                 LG-CANT-ANTERIOR "      " LG-CANT-NUEVA
064840                 "   " KDX-SALDO "   " LG-OPERADOR
064850                 " TRASPASO ENTRADA BODEGA " LG-BODEGA
064860         END-IF
064870         GO TO 8410-EXIT
064880     END-IF.
064890
064900     IF KDX-ES-PRIMERO
064910         MOVE "N" TO SW-KDX-PRIMERO
064920     ELSE
064930         IF LG-CANT-ANTERIOR NOT = KDX-SALDO
064940             ADD 1 TO KDX-SALTOS
064950             DISPLAY "** SALTO: EL SALDO VENIA EN " KDX-SALDO
064960                 " Y EL MOVIMIENTO PARTE DE "
064970                 LG-CANT-ANTERIOR " **"
064980         END-IF
064990     END-IF.
065000     MOVE LG-CANT-NUEVA TO KDX-SALDO.
065010     ADD 1 TO KDX-MOVIMIENTOS.
065020     DISPLAY LG-FECHA " " LG-OPERACION "  " LG-CANT-ANTERIOR
065030         "      " LG-CANT-NUEVA "   " KDX-SALDO "   "
065040         LG-OPERADOR.
065050 8410-EXIT.
065060     EXIT.
065070
065080*----------------------------------------------------------*
065090* 8600-CIERRE-MENSUAL - ARCHIVA EL MAESTRO EN UN SNAPSHOT  *
065100*                       FECHADO, SELLA EL PERIODO EN       *
065110*                       PERINV.DAT, RESUME EL MOVIMIENTO   *
065120*                       DEL MES Y LO CONCILIA CONTRA EL    *
065130*                       SNAPSHOT ANTERIOR                  *
065140*----------------------------------------------------------*
065150 8600-CIERRE-MENSUAL.
065160     MOVE "N" TO ENTRADA-VALIDA.
065170     PERFORM UNTIL ES-VALIDA
065180         DISPLAY "Ingrese el periodo a cerrar (AAAAMM): "
065190         ACCEPT ENTRADA-CAPTURA
065200         IF ENTRADA-CAPTURA(1:6) IS NUMERIC
065210                 AND ENTRADA-CAPTURA(7:2) = SPACES
065220             MOVE ENTRADA-CAPTURA(5:2) TO CIERRE-MES
065230             IF CIERRE-MES >= 1 AND CIERRE-MES <= 12
065240                 MOVE "S" TO ENTRADA-VALIDA
065250                 MOVE ENTRADA-CAPTURA(1:6)
065260                     TO CIERRE-PERIODO
065270             END-IF
065280         END-IF
065290         IF NOT ES-VALIDA
065300             DISPLAY "Periodo invalido, use AAAAMM."
065310         END-IF
065320     END-PERFORM.
065330
065340*    EL MISMO PERIODO NO PUEDE CERRARSE DOS VECES.
065350     MOVE "N" TO SW-PERIODO-CERRADO.
065360     OPEN INPUT PERIODOS.
065370     IF FS-PERIODOS-OK
065380         MOVE "N" TO SW-FIN-ARCHIVO
065390         PERFORM UNTIL FIN-ARCHIVO
065400             READ PERIODOS
065410                 AT END
065420                     MOVE "S" TO SW-FIN-ARCHIVO
065430                 NOT AT END
065440                     IF PI-PERIODO = CIERRE-PERIODO
065450                         MOVE "S" TO SW-PERIODO-CERRADO
065460                     END-IF
065470             END-READ
065480         END-PERFORM
065490         CLOSE PERIODOS
065500     END-IF.
065510     IF PERIODO-YA-CERRADO
065520         DISPLAY "El periodo " CIERRE-PERIODO
065530             " ya fue cerrado; no se repite."
065540         GO TO 8600-EXIT
065550     END-IF.
065560
065570*    EL SNAPSHOT SE NOMBRA CON EL PERIODO; EL DEL PERIODO
065580*    ANTERIOR SE USA PARA CONCILIAR.
065590     MOVE SPACES TO SNAP-NOMBRE.
065600     STRING "INV" CIERRE-PERIODO ".SNP"
065610         DELIMITED BY SIZE INTO SNAP-NOMBRE.
065620     MOVE CIERRE-PERIODO TO PERIODO-ANTERIOR.
065630     IF PAN-MES = 1
065640         SUBTRACT 1 FROM PAN-ANO
065650         MOVE 12 TO PAN-MES
065660     ELSE
065670         SUBTRACT 1 FROM PAN-MES
065680     END-IF.
065690     MOVE SPACES TO SNAP-NOMBRE-ANT.
065700     STRING "INV" PERIODO-ANTERIOR ".SNP"
065710         DELIMITED BY SIZE INTO SNAP-NOMBRE-ANT.
065720
065730     PERFORM 8610-GRABAR-SNAPSHOT THRU 8610-EXIT.
065740     IF NOT FS-SNAPACT-OK
065750         GO TO 8600-EXIT
065760     END-IF.
065770     PERFORM 8620-RESUMIR-MOVIMIENTO THRU 8620-EXIT.
065780     PERFORM 8630-CONCILIAR-SNAPSHOT THRU 8630-EXIT.
065790
065800     ACCEPT CIERRE-FECHA-HOY FROM DATE YYYYMMDD.
065810     OPEN EXTEND PERIODOS.
065820     IF NOT FS-PERIODOS-OK
065830         OPEN OUTPUT PERIODOS
065840     END-IF.
065850     MOVE SPACES TO PI-REGISTRO.
065860     MOVE CIERRE-PERIODO TO PI-PERIODO.
065870     MOVE CIERRE-FECHA-HOY TO PI-FECHA-CIERRE.
065880     MOVE "C" TO PI-ESTADO.
065890     WRITE PI-REGISTRO.
065900     CLOSE PERIODOS.
065910     DISPLAY "Periodo " CIERRE-PERIODO " cerrado; snapshot "
065920         "en " SNAP-NOMBRE ".".
065930 8600-EXIT.
065940     EXIT.
065950
065960*----------------------------------------------------------*
065970* 8610-GRABAR-SNAPSHOT - COPIA EL MAESTRO COMPLETO AL      *
065980*                        SNAPSHOT DEL PERIODO Y TOTALIZA   *
065990*                        UNIDADES Y VALOR AL COSTO         *
066000*----------------------------------------------------------*
066010 8610-GRABAR-SNAPSHOT.
066020     MOVE 0 TO CIERRE-UNIDADES.
066030     MOVE 0 TO CIERRE-VALOR-COSTO.
066040     MOVE 0 TO CIERRE-REGISTROS.
066050     OPEN OUTPUT SNAPACT.
066060     IF NOT FS-SNAPACT-OK
066070         DISPLAY "No se pudo crear el snapshot " SNAP-NOMBRE
066080         GO TO 8610-EXIT
066090     END-IF.
066100     MOVE LOW-VALUES TO IF-CODIGO.
066110     START INVENTAR KEY IS NOT LESS THAN IF-CODIGO
066120         INVALID KEY
066130             CONTINUE
066140     END-START.
066150     MOVE "N" TO SW-FIN-ARCHIVO.
066160     PERFORM UNTIL FIN-ARCHIVO
066170         READ INVENTAR NEXT RECORD
066180             AT END
066190                 MOVE "S" TO SW-FIN-ARCHIVO
066200             NOT AT END
066210                 PERFORM 8615-COPIAR-AL-SNAPSHOT
066220         END-READ
066230     END-PERFORM.
066240     CLOSE SNAPACT.
066250     DISPLAY "Registros archivados: " CIERRE-REGISTROS.
066260 8610-EXIT.
066270     EXIT.
066280
066290 8615-COPIAR-AL-SNAPSHOT.
066300     MOVE SPACES TO SN-REGISTRO.
066310     MOVE IF-CODIGO         TO SN-CODIGO.
066320     MOVE IF-NOMBRE         TO SN-NOMBRE.
066330     MOVE IF-PRECIO         TO SN-PRECIO.
066340     MOVE IF-CANTIDAD       TO SN-CANTIDAD.
066350     MOVE IF-COD-PROVEEDOR  TO SN-COD-PROVEEDOR.
066360     MOVE IF-CANT-PRINCIPAL TO SN-CANT-PRINCIPAL.
066370     MOVE IF-CANT-ANEXO     TO SN-CANT-ANEXO.
066380     MOVE IF-COSTO          TO SN-COSTO.
066390     MOVE IF-CANT-RESERVADA TO SN-CANT-RESERVADA.
066400     WRITE SN-REGISTRO.
066410     ADD 1 TO CIERRE-REGISTROS.
066420     ADD IF-CANTIDAD TO CIERRE-UNIDADES.
066430     COMPUTE CIERRE-VALOR-COSTO = CIERRE-VALOR-COSTO
066440             + IF-COSTO * IF-CANTIDAD.
066450
066460*----------------------------------------------------------*
066470* 8620-RESUMIR-MOVIMIENTO - TOTALIZA LAS ENTRADAS, SALIDAS *
066480*                           Y AJUSTES DE CONTEO DEL MES    *
066490*                           QUE SE CIERRA, EN UNIDADES Y   *
066500*                           VALOR AL COSTO VIGENTE         *
066510*----------------------------------------------------------*
066520 8620-RESUMIR-MOVIMIENTO.
066530     MOVE 0 TO ENTRADAS-UNIDADES.
066540     MOVE 0 TO SALIDAS-UNIDADES.
066550     MOVE 0 TO AJUSTES-UNIDADES.
066560     MOVE 0 TO ENTRADAS-VALOR.
066570     MOVE 0 TO SALIDAS-VALOR.
066580     MOVE 0 TO AJUSTES-VALOR.
066590     MOVE 0 TO DEVOL-UNIDADES.
066600     MOVE 0 TO DEVOL-VALOR.
066610     MOVE 0 TO MERMA-UNIDADES.
066620     MOVE 0 TO MERMA-VALOR.
066630     MOVE 0 TO ENSAMBLE-UNIDADES.
066640     MOVE 0 TO ENSAMBLE-VALOR.
066650*    LA MERMA DE DEVOLUCIONES NO MUEVE EXISTENCIA; SU
066660*    PERDIDA SE TOMA DEL ARCHIVO DE DEVOLUCIONES.
066670     OPEN INPUT DEVOLUC.
066680     IF FS-DEVOLUC-OK
066690         MOVE "N" TO SW-FIN-ARCHIVO
066700         PERFORM UNTIL FIN-ARCHIVO
066710             READ DEVOLUC
066720                 AT END
066730                     MOVE "S" TO SW-FIN-ARCHIVO
066740                 NOT AT END
066750                     IF DV-FECHA(1:6) = CIERRE-PERIODO
066760                             AND DV-DESTINO = "M"
066770                         ADD DV-CANTIDAD TO MERMA-UNIDADES
066780                         COMPUTE MERMA-VALOR = MERMA-VALOR
066790                                 + DV-CANTIDAD * DV-COSTO
066800                     END-IF
066810             END-READ
066820         END-PERFORM
066830         CLOSE DEVOLUC
066840     END-IF.
066850     OPEN INPUT MOVLOG.
066860     IF NOT FS-MOVLOG-OK
066870         DISPLAY "Sin bitacora de movimientos; el resumen "
066880             "del mes queda en cero."
066890         GO TO 8620-MOSTRAR
066900     END-IF.
066910     MOVE "N" TO SW-FIN-ARCHIVO.
066920     PERFORM UNTIL FIN-ARCHIVO
066930         READ MOVLOG
066940             AT END
066950                 MOVE "S" TO SW-FIN-ARCHIVO
066960             NOT AT END
066970                 PERFORM 8625-ACUMULAR-DEL-MES THRU 8625-EXIT
066980         END-READ
066990     END-PERFORM.
067000     CLOSE MOVLOG.
067010 8620-MOSTRAR.
067020     MOVE AJUSTES-UNIDADES TO AJUSTES-ED.
067030     MOVE AJUSTES-VALOR TO AJUSTES-VALOR-ED.
067040     DISPLAY "=== RESUMEN DEL PERIODO " CIERRE-PERIODO
067050         " ===".
067060     DISPLAY "Entradas (cargas/recepciones): "
067070         ENTRADAS-UNIDADES " unidades, " ENTRADAS-VALOR
067080         " al costo.".
067090     DISPLAY "Salidas (despachos/bajas): "
067100         SALIDAS-UNIDADES " unidades, " SALIDAS-VALOR
067110         " al costo.".
067120     DISPLAY "Devoluciones de clientes (reingreso): "
067130         DEVOL-UNIDADES " unidades, " DEVOL-VALOR
067140         " al costo.".
067150     DISPLAY "Devoluciones a merma (perdida): "
067160         MERMA-UNIDADES " unidades, " MERMA-VALOR
067170         " al costo.".
067180     DISPLAY "Ajustes netos (conteo y mantenimiento): "
067190         AJUSTES-ED " unidades, " AJUSTES-VALOR-ED
067200         " al costo.".
067210     MOVE ENSAMBLE-UNIDADES TO AJUSTES-ED.
067220     MOVE ENSAMBLE-VALOR TO AJUSTES-VALOR-ED.
067230     DISPLAY "Ensambles y desensambles de kits (neto): "
067240         AJUSTES-ED " unidades, " AJUSTES-VALOR-ED
067250         " al costo.".
067260 8620-EXIT.
067270     EXIT.
067280
067290*----------------------------------------------------------*
067300* 8625-ACUMULAR-DEL-MES - CLASIFICA UN MOVIMIENTO DEL MES  *
067310*                         QUE SE CIERRA. EL VALOR SE       *
067320*                         CALCULA CON EL COSTO VIGENTE DEL *
067330*                         PRODUCTO; UN PRODUCTO YA DADO DE *
067340*                         BAJA VALE CERO EN EL RESUMEN.    *
067350*----------------------------------------------------------*
067360 8625-ACUMULAR-DEL-MES.
067370     IF LG-FECHA(1:6) NOT = CIERRE-PERIODO
067380         GO TO 8625-EXIT
067390     END-IF.
067400     COMPUTE MOV-UNIDADES =
067410             LG-CANT-NUEVA - LG-CANT-ANTERIOR.
067420     MOVE 0 TO COSTO-MOVIMIENTO.
067430     MOVE LG-CODIGO TO IF-CODIGO.
067440     READ INVENTAR
067450         INVALID KEY
067460             CONTINUE
067470         NOT INVALID KEY
067480             MOVE IF-COSTO TO COSTO-MOVIMIENTO
067490     END-READ.
067500     COMPUTE MOV-VALOR = MOV-UNIDADES * COSTO-MOVIMIENTO.
067510     EVALUATE LG-OPERACION
067520         WHEN "A"
067530         WHEN "R"
067540             IF MOV-UNIDADES > 0
067550                 ADD MOV-UNIDADES TO ENTRADAS-UNIDADES
067560                 ADD MOV-VALOR TO ENTRADAS-VALOR
067570             END-IF
067580         WHEN "S"
067590         WHEN "D"
067600             IF MOV-UNIDADES < 0
067610                 SUBTRACT MOV-UNIDADES FROM SALIDAS-UNIDADES
067620                 SUBTRACT MOV-VALOR FROM SALIDAS-VALOR
067630             END-IF
067640*        LOS CAMBIOS DE CANTIDAD POR MANTENIMIENTO ("M")
067650*        TAMBIEN MUEVEN EXISTENCIA; VAN AL NETO DE AJUSTES
067660*        PARA QUE LA CONCILIACION SOLO SENALE CAMBIOS
067670*        REALMENTE SIN BITACORA.
067680         WHEN "C"
067690         WHEN "M"
067700             ADD MOV-UNIDADES TO AJUSTES-UNIDADES
067710             ADD MOV-VALOR TO AJUSTES-VALOR
067720*        LAS DEVOLUCIONES VAN EN SU PROPIA COLUMNA Y NO SE
067730*        MEZCLAN CON LAS RECEPCIONES.
067740         WHEN "V"
067750             IF MOV-UNIDADES > 0
067760                 ADD MOV-UNIDADES TO DEVOL-UNIDADES
067770                 ADD MOV-VALOR TO DEVOL-VALOR
067780             END-IF
067790*        EL ENSAMBLE CONSUME COMPONENTES (K) Y PRODUCE KITS
067800*        (J); EL DESENSAMBLE DESARMA KITS (X) Y RECUPERA
067810*        COMPONENTES (Y). VAN A SU PROPIO NETO.
067820         WHEN "K"
067830         WHEN "J"
067840         WHEN "X"
067850         WHEN "Y"
067860             ADD MOV-UNIDADES TO ENSAMBLE-UNIDADES
067870             ADD MOV-VALOR TO ENSAMBLE-VALOR
067880*        LOS TRASPASOS ENTRE BODEGAS NO CAMBIAN EL TOTAL.
067890         WHEN "T"
067900         WHEN "E"
067910             CONTINUE
067920         WHEN OTHER
067930             CONTINUE
067940     END-EVALUATE.
067950 8625-EXIT.
067960     EXIT.
067970
067980*----------------------------------------------------------*
067990* 8630-CONCILIAR-SNAPSHOT - COMPARA EL SNAPSHOT ANTERIOR   *
068000*                           MAS EL MOVIMIENTO DEL MES      *
068010*                           CONTRA EL SNAPSHOT NUEVO       *
068020*----------------------------------------------------------*
068030 8630-CONCILIAR-SNAPSHOT.
068040     MOVE "N" TO SW-HAY-SNAP-ANT.
068050     MOVE 0 TO ANT-UNIDADES.
068060     OPEN INPUT SNAPANT.
068070     IF NOT FS-SNAPANT-OK
068080         DISPLAY "Sin snapshot del periodo anterior ("
068090             SNAP-NOMBRE-ANT "); no se concilia."
068100         GO TO 8630-EXIT
068110     END-IF.
068120     MOVE "S" TO SW-HAY-SNAP-ANT.
068130     MOVE "N" TO SW-FIN-ARCHIVO.
068140     PERFORM UNTIL FIN-ARCHIVO
068150         READ SNAPANT
068160             AT END
068170                 MOVE "S" TO SW-FIN-ARCHIVO
068180             NOT AT END
068190                 ADD SA-CANTIDAD TO ANT-UNIDADES
068200         END-READ
068210     END-PERFORM.
068220     CLOSE SNAPANT.
068230
068240     COMPUTE UNIDADES-ESPERADAS = ANT-UNIDADES
068250             + ENTRADAS-UNIDADES - SALIDAS-UNIDADES
068260             + AJUSTES-UNIDADES + DEVOL-UNIDADES
068270             + ENSAMBLE-UNIDADES.
068280     COMPUTE DIFERENCIA-CIERRE =
068290             CIERRE-UNIDADES - UNIDADES-ESPERADAS.
068300     DISPLAY "Unidades al cierre anterior: " ANT-UNIDADES.
068310     DISPLAY "Unidades al cierre actual:   " CIERRE-UNIDADES.
068320     IF DIFERENCIA-CIERRE = 0
068330         DISPLAY "El movimiento del mes concilia con ambos "
068340             "snapshots."
068350     ELSE
068360         MOVE DIFERENCIA-CIERRE TO DIFERENCIA-ED
068370         DISPLAY "** DIFERENCIA SIN EXPLICAR ENTRE "
068380             "SNAPSHOTS Y MOVIMIENTO: " DIFERENCIA-ED
068390             " UNIDADES **"
068400     END-IF.
068410 8630-EXIT.
068420     EXIT.
068430
068440*----------------------------------------------------------*
068450* 8700-MENU-CLIENTES - MANTENIMIENTO DEL MAESTRO DE        *
068460*                      CLIENTES                            *
068470*----------------------------------------------------------*
068480 8700-MENU-CLIENTES.
068490     MOVE 0 TO OPCION-CLIENTE.
068500     PERFORM UNTIL OPCION-CLIENTE = 3
068510         DISPLAY "--- Clientes ---"
068520         DISPLAY "1. Agregar Cliente"
068530         DISPLAY "2. Mostrar Clientes"
068540         DISPLAY "3. Volver al menu principal"
068550         DISPLAY "Seleccione una opcion: "
068560         ACCEPT OPCION-CLIENTE
068570
068580         EVALUATE OPCION-CLIENTE
068590             WHEN 1
068600                 PERFORM 8710-AGREGAR-CLIENTE THRU 8710-EXIT
068610             WHEN 2
068620                 PERFORM 8720-MOSTRAR-CLIENTES THRU 8720-EXIT
068630             WHEN 3
068640                 CONTINUE
068650             WHEN OTHER
068660                 DISPLAY "Opcion invalida, intente de nuevo."
068670         END-EVALUATE
068680     END-PERFORM.
068690 8700-EXIT.
068700     EXIT.
068710
068720*----------------------------------------------------------*
068730* 8710-AGREGAR-CLIENTE                                     *
068740*----------------------------------------------------------*
068750 8710-AGREGAR-CLIENTE.
068760     DISPLAY "Ingrese el codigo del cliente: ".
068770     ACCEPT TEMP-CL-CODIGO.
068780     MOVE TEMP-CL-CODIGO TO CL-CODIGO.
068790
068800     DISPLAY "Ingrese el nombre del cliente: ".
068810     ACCEPT TEMP-CL-NOMBRE.
068820     MOVE TEMP-CL-NOMBRE TO CL-NOMBRE.
068830
068840     DISPLAY "Ingrese la direccion del cliente: ".
068850     ACCEPT TEMP-CL-DIRECCION.
068860     MOVE TEMP-CL-DIRECCION TO CL-DIRECCION.
068870
068880     WRITE CL-REGISTRO
068890         INVALID KEY
068900             DISPLAY "Ya existe un cliente con ese codigo."
068910         NOT INVALID KEY
068920             DISPLAY "Cliente agregado exitosamente."
068930     END-WRITE.
068940 8710-EXIT.
068950     EXIT.
068960
068970*----------------------------------------------------------*
068980* 8720-MOSTRAR-CLIENTES                                    *
068990*----------------------------------------------------------*
069000 8720-MOSTRAR-CLIENTES.
069010     MOVE LOW-VALUES TO CL-CODIGO.
069020     START CLIENTE KEY IS NOT LESS THAN CL-CODIGO
069030         INVALID KEY
069040             DISPLAY "No hay clientes registrados."
069050             GO TO 8720-EXIT
069060     END-START.
069070
069080     DISPLAY "=== CLIENTES ===".
069090     MOVE "N" TO SW-FIN-ARCHIVO.
069100     PERFORM UNTIL FIN-ARCHIVO
069110         READ CLIENTE NEXT RECORD
069120             AT END
069130                 MOVE "S" TO SW-FIN-ARCHIVO
069140             NOT AT END
069150                 DISPLAY "Codigo: " CL-CODIGO
069160                 DISPLAY "Nombre: " CL-NOMBRE
069170                 DISPLAY "Direccion: " CL-DIRECCION
069180                 DISPLAY "----------------------"
069190         END-READ
069200     END-PERFORM.
069210 8720-EXIT.
069220     EXIT.
069230
069240*----------------------------------------------------------*
069250* 8800-MENU-PEDIDOS - CAPTURA, PICKING Y LIBERACION DE     *
069260*                     PEDIDOS DE CLIENTES                  *
069270*----------------------------------------------------------*
069280 8800-MENU-PEDIDOS.
069290     MOVE 0 TO OPCION-PEDIDO.
069300     PERFORM UNTIL OPCION-PEDIDO = 6
069310         DISPLAY "--- Pedidos de Clientes ---"
069320         DISPLAY "1. Capturar Pedido"
069330         DISPLAY "2. Generar Picking para Despacho"
069340         DISPLAY "3. Liberar Pedidos Pendientes"
069350         DISPLAY "4. Mostrar Pedidos"
069360         DISPLAY "5. Devolucion de Cliente"
069370         DISPLAY "6. Volver al menu principal"
069380         DISPLAY "Seleccione una opcion: "
069390         ACCEPT OPCION-PEDIDO
069400
069410         EVALUATE OPCION-PEDIDO
069420             WHEN 1
069430                 PERFORM 8810-CAPTURAR-PEDIDO THRU 8810-EXIT
069440             WHEN 2
069450                 PERFORM 8820-GENERAR-PICKING THRU 8820-EXIT
069460             WHEN 3
069470                 PERFORM 8830-LIBERAR-PENDIENTES
069480                     THRU 8830-EXIT
069490             WHEN 4
069500                 PERFORM 8840-MOSTRAR-PEDIDOS THRU 8840-EXIT
069510             WHEN 5
069520                 PERFORM 8870-DEVOLUCION-CLIENTE THRU 8870-EXIT
069530             WHEN 6
069540                 CONTINUE
069550             WHEN OTHER
069560                 DISPLAY "Opcion invalida, intente de nuevo."
069570         END-EVALUATE
069580     END-PERFORM.
069590 8800-EXIT.
069600     EXIT.
069610
069620*----------------------------------------------------------*
069630* 8810-CAPTURAR-PEDIDO - CAPTURA UN PEDIDO MULTILINEA,     *
069640*                        RESERVA LA EXISTENCIA DISPONIBLE  *
069650*                        Y DEJA EN PENDIENTE LO QUE NO SE  *
069660*                        PUEDE PROMETER                    *
069670*----------------------------------------------------------*
069680 8810-CAPTURAR-PEDIDO.
069690     DISPLAY "Ingrese el codigo del cliente: ".
069700     ACCEPT TEMP-CL-CODIGO.
069710     MOVE TEMP-CL-CODIGO TO CL-CODIGO.
069720     READ CLIENTE
069730         INVALID KEY
069740             DISPLAY "Cliente no registrado; use el "
069750                 "mantenimiento de clientes."
069760             GO TO 8810-EXIT
069770     END-READ.
069780
069790*    EL FOLIO CONSECUTIVO DEL PEDIDO SALE DEL ARCHIVO DE
069800*    CONTROL; SI NO EXISTE, LA SERIE EMPIEZA EN 1.
069810     PERFORM 8890-LEER-CONSECUTIVOS THRU 8890-EXIT.
069820     ADD 1 TO FOLIO-ACTUAL.
069830
069840     OPEN EXTEND PEDIDOS.
069850     IF NOT FS-PEDIDOS-OK
069860         OPEN OUTPUT PEDIDOS
069870         IF NOT FS-PEDIDOS-OK
069880             DISPLAY "No se pudo abrir el archivo de pedidos."
069890             GO TO 8810-EXIT
069900         END-IF
069910     END-IF.
069920
069930     MOVE 0 TO LINEAS-CAPTURADAS.
069940     MOVE 0 TO LINEAS-RESERVADAS.
069950     MOVE 0 TO LINEAS-PENDIENTES.
069960     MOVE "S" TO SW-OTRA-LINEA.
069970     DISPLAY "Capturando el pedido con folio " FOLIO-ACTUAL.
069980     PERFORM UNTIL NOT OTRA-LINEA
069990         PERFORM 8815-CAPTURAR-LINEA THRU 8815-EXIT
070000         DISPLAY "Capturar otra linea? (S/N): "
070010         ACCEPT SW-OTRA-LINEA
070020     END-PERFORM.
070030     CLOSE PEDIDOS.
070040
070050     IF LINEAS-CAPTURADAS = 0
070060         DISPLAY "Pedido sin lineas; el folio no se consume."
070070         GO TO 8810-EXIT
070080     END-IF.
070090
070100     PERFORM 8895-GRABAR-CONSECUTIVOS THRU 8895-EXIT.
070110
070120     DISPLAY "Pedido " FOLIO-ACTUAL " capturado: "
070130         LINEAS-RESERVADAS " lineas reservadas, "
070140         LINEAS-PENDIENTES " pendientes de surtir.".
070150 8810-EXIT.
070160     EXIT.
070170
070180*----------------------------------------------------------*
070190* 8815-CAPTURAR-LINEA - UNA LINEA DEL PEDIDO: VALIDA EL    *
070200*                       PRODUCTO, REVISA LO DISPONIBLE     *
070210*                       (PRINCIPAL MENOS RESERVADO) Y      *
070220*                       RESERVA O DEJA PENDIENTE           *
070230*----------------------------------------------------------*
070240 8815-CAPTURAR-LINEA.
070250     DISPLAY "Ingrese el codigo del producto: ".
070260     ACCEPT TEMP-CODIGO.
070270     MOVE TEMP-CODIGO TO IF-CODIGO.
070280     READ INVENTAR
070290         INVALID KEY
070300             DISPLAY "Producto no encontrado, linea omitida."
070310             GO TO 8815-EXIT
070320     END-READ.
070330
070340     MOVE "N" TO ENTRADA-VALIDA.
070350     PERFORM UNTIL ES-VALIDA
070360         DISPLAY "Ingrese la cantidad pedida: "
070370         ACCEPT ENTRADA-CAPTURA
070380         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
070390         IF ES-VALIDA AND VALOR-ENTERO = 0
070400             MOVE "N" TO ENTRADA-VALIDA
070410             DISPLAY "La cantidad debe ser mayor que cero."
070420         END-IF
070430         IF NOT ES-VALIDA
070440             DISPLAY "Entrada invalida, debe ser numerica."
070450         END-IF
070460     END-PERFORM.
070470
070480     MOVE SPACES TO PD-REGISTRO.
070490     MOVE FOLIO-ACTUAL TO PD-FOLIO.
070500     MOVE TEMP-CL-CODIGO TO PD-CLIENTE.
070510     MOVE IF-CODIGO TO PD-CODIGO.
070520     MOVE VALOR-ENTERO TO PD-CANTIDAD.
070530
070540     COMPUTE CANT-DISPONIBLE =
070550             IF-CANT-PRINCIPAL - IF-CANT-RESERVADA.
070560     IF VALOR-ENTERO > CANT-DISPONIBLE
070570         MOVE "B" TO PD-ESTADO
070580         ADD 1 TO LINEAS-PENDIENTES
070590         DISPLAY "Disponible insuficiente ("
070600             CANT-DISPONIBLE "); la linea queda "
070610             "pendiente de surtir."
070620     ELSE
070630         ADD VALOR-ENTERO TO IF-CANT-RESERVADA
070640         REWRITE IF-REGISTRO
070650             INVALID KEY
070660                 DISPLAY "No se pudo reservar; la linea "
070670                     "queda pendiente."
070680                 MOVE "B" TO PD-ESTADO
070690                 ADD 1 TO LINEAS-PENDIENTES
070700             NOT INVALID KEY
070710                 MOVE "A" TO PD-ESTADO
070720                 ADD 1 TO LINEAS-RESERVADAS
070730         END-REWRITE
070740     END-IF.
070750     WRITE PD-REGISTRO.
070760     ADD 1 TO LINEAS-CAPTURADAS.
070770 8815-EXIT.
070780     EXIT.
070790
070800*----------------------------------------------------------*
070810* 8850-CARGAR-PEDIDOS - LEE PEDIDOS.DAT A LA TABLA DE      *
070820*                       TRABAJO                            *
070830*----------------------------------------------------------*
070840 8850-CARGAR-PEDIDOS.
070850     MOVE 0 TO PED-CONTADOR.
070860     MOVE 0 TO PED-OMITIDOS.
070870     OPEN INPUT PEDIDOS.
070880     IF NOT FS-PEDIDOS-OK
070890         GO TO 8850-EXIT
070900     END-IF.
070910     MOVE "N" TO SW-FIN-ARCHIVO.
070920     PERFORM UNTIL FIN-ARCHIVO
070930         READ PEDIDOS
070940             AT END
070950                 MOVE "S" TO SW-FIN-ARCHIVO
070960             NOT AT END
070970                 PERFORM 8855-CARGAR-RENGLON-PEDIDO
070980         END-READ
070990     END-PERFORM.
071000     CLOSE PEDIDOS.
071010     IF PED-OMITIDOS > 0
071020         DISPLAY "Aviso: la tabla admite 200 lineas; se "
071030             "omitieron " PED-OMITIDOS " lineas."
071040     END-IF.
071050 8850-EXIT.
071060     EXIT.
071070
071080 8855-CARGAR-RENGLON-PEDIDO.
071090     IF PED-CONTADOR >= 200
071100         ADD 1 TO PED-OMITIDOS
071110     ELSE
071120         ADD 1 TO PED-CONTADOR
071130         SET PED-IDX TO PED-CONTADOR
071140         MOVE PD-FOLIO    TO PED-FOLIO(PED-IDX)
071150         MOVE PD-CLIENTE  TO PED-CLIENTE(PED-IDX)
071160         MOVE PD-CODIGO   TO PED-CODIGO(PED-IDX)
071170         MOVE PD-CANTIDAD TO PED-CANTIDAD(PED-IDX)
071180         MOVE PD-ESTADO   TO PED-ESTADO(PED-IDX)
071190     END-IF.
071200
071210*----------------------------------------------------------*
071220* 8860-REGRABAR-PEDIDOS - REGRABA PEDIDOS.DAT DESDE LA     *
071230*                         TABLA DE TRABAJO                 *
071240*----------------------------------------------------------*
071250 8860-REGRABAR-PEDIDOS.
071260     OPEN OUTPUT PEDIDOS.
071270     IF NOT FS-PEDIDOS-OK
071280         DISPLAY "No se pudo regrabar el archivo de pedidos."
071290         GO TO 8860-EXIT
071300     END-IF.
071310     PERFORM VARYING PED-IDX FROM 1 BY 1
071320             UNTIL PED-IDX > PED-CONTADOR
071330         MOVE SPACES TO PD-REGISTRO
071340         MOVE PED-FOLIO(PED-IDX)    TO PD-FOLIO
071350         MOVE PED-CLIENTE(PED-IDX)  TO PD-CLIENTE
071360         MOVE PED-CODIGO(PED-IDX)   TO PD-CODIGO
071370         MOVE PED-CANTIDAD(PED-IDX) TO PD-CANTIDAD
071380         MOVE PED-ESTADO(PED-IDX)   TO PD-ESTADO
071390         WRITE PD-REGISTRO
071400     END-PERFORM.
071410     CLOSE PEDIDOS.
071420 8860-EXIT.
071430     EXIT.
071440
071450*----------------------------------------------------------*
071460* 8870-DEVOLUCION-CLIENTE - RECIBE MERCANCIA DEVUELTA POR  *
071470*                           UN CLIENTE CONTRA EL FOLIO DEL *
071480*                           PEDIDO QUE SE LE ENVIO         *
071490*----------------------------------------------------------*
071500 8870-DEVOLUCION-CLIENTE.
071510     MOVE "N" TO ENTRADA-VALIDA.
071520     PERFORM UNTIL ES-VALIDA
071530         DISPLAY "Ingrese el folio del pedido: "
071540         ACCEPT ENTRADA-CAPTURA
071550         MOVE 0 TO CAPTURA-LONGITUD
071560         INSPECT ENTRADA-CAPTURA TALLYING CAPTURA-LONGITUD
071570             FOR CHARACTERS BEFORE INITIAL SPACE
071580         IF CAPTURA-LONGITUD > 0 AND CAPTURA-LONGITUD <= 6
071590             MOVE ENTRADA-CAPTURA(1:CAPTURA-LONGITUD)
071600                 TO DEV-FOLIO-CAPTURA
071610             INSPECT DEV-FOLIO-CAPTURA
071620                 REPLACING LEADING SPACE BY ZERO
071630             IF DEV-FOLIO-CAPTURA IS NUMERIC
071640                 MOVE DEV-FOLIO-NUM TO DEV-FOLIO
071650                 MOVE "S" TO ENTRADA-VALIDA
071660             END-IF
071670         END-IF
071680         IF NOT ES-VALIDA
071690             DISPLAY "Folio invalido, debe ser numerico."
071700         END-IF
071710     END-PERFORM.
071720
071730     DISPLAY "Ingrese el codigo del cliente: ".
071740     ACCEPT DEV-CLIENTE.
071750     MOVE DEV-CLIENTE TO CL-CODIGO.
071760     READ CLIENTE
071770         INVALID KEY
071780             DISPLAY "Cliente no registrado."
071790             GO TO 8870-EXIT
071800     END-READ.
071810
071820*    EL FOLIO DEBE SER DEL CLIENTE Y TENER LINEAS YA
071830*    ENVIADAS A PICKING; SOLO ESO PUDO HABER SALIDO.
071840     MOVE "N" TO SW-FOLIO-HALLADO.
071850     OPEN INPUT PEDIDOS.
071860     IF FS-PEDIDOS-OK
071870         MOVE "N" TO SW-FIN-ARCHIVO
071880         PERFORM UNTIL FIN-ARCHIVO
071890             READ PEDIDOS
071900                 AT END
071910                     MOVE "S" TO SW-FIN-ARCHIVO
071920                 NOT AT END
071930                     IF PD-FOLIO = DEV-FOLIO
071940                             AND PD-CLIENTE = DEV-CLIENTE
071950                             AND PD-ESTADO = "P"
071960                         MOVE "S" TO SW-FOLIO-HALLADO
071970                     END-IF
071980             END-READ
071990         END-PERFORM
072000         CLOSE PEDIDOS
072010     END-IF.
072020     IF NOT FOLIO-HALLADO
072030         DISPLAY "El folio " DEV-FOLIO " no tiene lineas "
072040             "enviadas al cliente " DEV-CLIENTE "."
072050         GO TO 8870-EXIT
072060     END-IF.
072070
072080     PERFORM 7400-CARGAR-LOTES THRU 7400-EXIT.
072090     MOVE 0 TO DEV-LINEAS.
072100     MOVE 0 TO DEV-REINGRESADAS.
072110     MOVE 0 TO DEV-A-MERMA-CANT.
072120     MOVE 0 TO DEV-VALOR-MERMA.
072130     MOVE "S" TO SW-OTRA-LINEA.
072140     DISPLAY "Devolucion contra el folio " DEV-FOLIO
072150         " de " CL-NOMBRE.
072160     PERFORM UNTIL NOT OTRA-LINEA
072170         PERFORM 8875-DEVOLVER-LINEA THRU 8875-EXIT
072180         DISPLAY "Devolver otra linea? (S/N): "
072190         ACCEPT SW-OTRA-LINEA
072200     END-PERFORM.
072210     PERFORM 7410-GRABAR-LOTES THRU 7410-EXIT.
072220
072230     MOVE DEV-VALOR-MERMA TO DEV-VALOR-ED.
072240     DISPLAY "Lineas devueltas: " DEV-LINEAS.
072250     DISPLAY "Unidades reingresadas: " DEV-REINGRESADAS.
072260     DISPLAY "Unidades a merma: " DEV-A-MERMA-CANT
072270         " con valor al costo de " DEV-VALOR-ED.
072280 8870-EXIT.
072290     EXIT.
072300
072310*----------------------------------------------------------*
072320* 8875-DEVOLVER-LINEA - UNA LINEA DE LA DEVOLUCION: TOPA   *
072330*                       LA CANTIDAD A LO ENVIADO MENOS LO  *
072340*                       YA DEVUELTO, Y REINGRESA A SU LOTE *
072350*                       O MANDA A MERMA                    *
072360*----------------------------------------------------------*
072370 8875-DEVOLVER-LINEA.
072380     DISPLAY "Ingrese el codigo del producto: ".
072390     ACCEPT DEV-CODIGO.
072400     MOVE DEV-CODIGO TO IF-CODIGO.
072410     READ INVENTAR
072420         INVALID KEY
072430             DISPLAY "Producto no encontrado, linea omitida."
072440             GO TO 8875-EXIT
072450     END-READ.
072460
072470     PERFORM 8880-SUMAR-ENVIADO THRU 8880-EXIT.
072480     COMPUTE DEV-DISPONIBLE = DEV-ENVIADO - DEV-YA-DEVUELTO.
072490     IF DEV-DISPONIBLE <= 0
072500         DISPLAY "Nada pendiente de devolver del producto en "
072510             "este folio (enviado " DEV-ENVIADO ", devuelto "
072520             DEV-YA-DEVUELTO ")."
072530         GO TO 8875-EXIT
072540     END-IF.
072550     DISPLAY "Enviado en el folio: " DEV-ENVIADO
072560         "  Ya devuelto: " DEV-YA-DEVUELTO.
072570
072580     MOVE "N" TO ENTRADA-VALIDA.
072590     PERFORM UNTIL ES-VALIDA
072600         DISPLAY "Ingrese la cantidad devuelta: "
072610         ACCEPT ENTRADA-CAPTURA
072620         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
072630         IF ES-VALIDA AND VALOR-ENTERO = 0
072640             MOVE "N" TO ENTRADA-VALIDA
072650             DISPLAY "La cantidad debe ser mayor que cero."
072660         END-IF
072670         IF ES-VALIDA AND VALOR-ENTERO > DEV-DISPONIBLE
072680             MOVE "N" TO ENTRADA-VALIDA
072690             DISPLAY "No puede devolver mas de lo enviado "
072700                 "en el folio."
072710         END-IF
072720         IF NOT ES-VALIDA
072730             DISPLAY "Entrada invalida, debe ser numerica."
072740         END-IF
072750     END-PERFORM.
072760     MOVE VALOR-ENTERO TO DEV-CANTIDAD.
072770
072780     MOVE SPACE TO DEV-DESTINO.
072790     PERFORM UNTIL DEV-DESTINO-VALIDO
072800         DISPLAY "Destino (P=Principal, A=Anexa, M=Merma): "
072810         ACCEPT DEV-DESTINO
072820         IF NOT DEV-DESTINO-VALIDO
072830             DISPLAY "Destino invalido, use P, A o M."
072840         END-IF
072850     END-PERFORM.
072860
072870     IF NOT DEV-A-MERMA
072880             AND IF-CANTIDAD + DEV-CANTIDAD > 999
072890         DISPLAY "La existencia total excederia 999; la "
072900             "linea no se reingresa."
072910         GO TO 8875-EXIT
072920     END-IF.
072930     MOVE SPACES TO DEV-LOTE.
072940     IF NOT DEV-A-MERMA
072950         PERFORM 8877-LOTE-DEVUELTO THRU 8877-EXIT
072960     END-IF.
072970
072980*    LO REINGRESADO VUELVE A LA EXISTENCIA DE LA BODEGA
072990*    ELEGIDA; LO QUE VA A MERMA NO ENTRA A EXISTENCIA Y SE
073000*    REGISTRA COMO PERDIDA AL COSTO VIGENTE.
073010     MOVE IF-CANTIDAD TO CANT-ANTERIOR.
073020     IF DEV-A-PRINCIPAL
073030         ADD DEV-CANTIDAD TO IF-CANT-PRINCIPAL
073040     END-IF.
073050     IF DEV-A-ANEXA
073060         ADD DEV-CANTIDAD TO IF-CANT-ANEXO
073070     END-IF.
073080     COMPUTE IF-CANTIDAD = IF-CANT-PRINCIPAL + IF-CANT-ANEXO.
073090     IF NOT DEV-A-MERMA
073100         REWRITE IF-REGISTRO
073110             INVALID KEY
073120                 DISPLAY "No se pudo actualizar el producto: "
073130                     DEV-CODIGO
073140                 GO TO 8875-EXIT
073150         END-REWRITE
073160         ADD DEV-CANTIDAD TO DEV-REINGRESADAS
073170         IF DEV-LOTE NOT = SPACES
073180             MOVE IF-CODIGO        TO LOT-ABONO-COD
073190             MOVE DEV-LOTE         TO LOT-ABONO-LOTE
073200             MOVE DEV-DESTINO      TO LOT-ABONO-BOD
073210             MOVE LOT-CAD-RECIBIDA TO LOT-ABONO-CAD
073220             MOVE DEV-CANTIDAD     TO LOT-ABONO-CANT
073230             PERFORM 7420-ABONAR-LOTE THRU 7420-EXIT
073240         END-IF
073250     ELSE
073260         ADD DEV-CANTIDAD TO DEV-A-MERMA-CANT
073270         COMPUTE DEV-VALOR-MERMA = DEV-VALOR-MERMA
073280                 + DEV-CANTIDAD * IF-COSTO
073290     END-IF.
073300
073310     OPEN EXTEND DEVOLUC.
073320     IF NOT FS-DEVOLUC-OK
073330         OPEN OUTPUT DEVOLUC
073340     END-IF.
073350     MOVE SPACES TO DV-REGISTRO.
073360     ACCEPT DV-FECHA FROM DATE YYYYMMDD.
073370     MOVE DEV-FOLIO       TO DV-FOLIO.
073380     MOVE DEV-CLIENTE     TO DV-CLIENTE.
073390     MOVE IF-CODIGO       TO DV-CODIGO.
073400     MOVE DEV-CANTIDAD    TO DV-CANTIDAD.
073410     MOVE DEV-DESTINO     TO DV-DESTINO.
073420     MOVE IF-COSTO        TO DV-COSTO.
073430     MOVE OPERADOR-ACTUAL TO DV-OPERADOR.
073440     MOVE DEV-LOTE        TO DV-LOTE.
073450     WRITE DV-REGISTRO.
073460     CLOSE DEVOLUC.
073470
073480     MOVE IF-CODIGO TO MOV-CODIGO.
073490     MOVE "V" TO MOV-OPERACION.
073500     MOVE CANT-ANTERIOR TO MOV-CANT-ANTERIOR.
073510     MOVE IF-CANTIDAD TO MOV-CANT-NUEVA.
073520     MOVE DEV-DESTINO TO MOV-BODEGA.
073530     PERFORM 9000-REGISTRAR-MOVIMIENTO THRU 9000-EXIT.
073540     ADD 1 TO DEV-LINEAS.
073550 8875-EXIT.
073560     EXIT.
073570
073580*----------------------------------------------------------*
073590* 8877-LOTE-DEVUELTO - LOTE DE LO QUE SE REINGRESA: SE     *
073600*                      PROPONE EL QUE SALIO CON EL FOLIO   *
073610*                      SEGUN DESPACHO.DAT; LA CADUCIDAD ES *
073620*                      LA DEL LOTE EN LOTES.DAT O SE       *
073630*                      CAPTURA SI YA SE AGOTO              *
073640*----------------------------------------------------------*
073650 8877-LOTE-DEVUELTO.
073660     MOVE SPACES TO DEV-LOTE.
073670     OPEN INPUT DESPACHO.
073680     IF FS-DESPACHO-OK
073690         MOVE "N" TO SW-FIN-ARCHIVO
073700         PERFORM UNTIL FIN-ARCHIVO
073710             READ DESPACHO
073720                 AT END
073730                     MOVE "S" TO SW-FIN-ARCHIVO
073740                 NOT AT END
073750                     IF DP-FOLIO IS NUMERIC
073760                             AND DP-FOLIO = DEV-FOLIO
073770                             AND DP-CODIGO = DEV-CODIGO
073780                             AND DP-LOTE NOT = SPACES
073790                             AND DEV-LOTE = SPACES
073800                         MOVE DP-LOTE TO DEV-LOTE
073810                     END-IF
073820             END-READ
073830         END-PERFORM
073840         CLOSE DESPACHO
073850     END-IF.
073860
073870     IF DEV-LOTE NOT = SPACES
073880         DISPLAY "Lote enviado en el folio: " DEV-LOTE
073890         DISPLAY "Ingrese el lote devuelto (en blanco el "
073900             "enviado): "
073910     ELSE
073920         DISPLAY "Ingrese el lote devuelto (en blanco si no "
073930             "maneja lote): "
073940     END-IF.
073950     MOVE SPACES TO LOT-RECIBIDO.
073960     ACCEPT LOT-RECIBIDO.
073970     IF LOT-RECIBIDO NOT = SPACES
073980         MOVE LOT-RECIBIDO TO DEV-LOTE
073990     END-IF.
074000     IF DEV-LOTE = SPACES
074010         GO TO 8877-EXIT
074020     END-IF.
074030
074040*    UN LOTE QUE SIGUE EN LOTES.DAT CONSERVA SU CADUCIDAD;
074050*    EL DE UN LOTE YA AGOTADO SE CAPTURA DE NUEVO.
074060     MOVE 0 TO LOT-CAD-RECIBIDA.
074070     MOVE "N" TO DEV-LOTE-HALLADO.
074080     PERFORM VARYING LOT-IDX FROM 1 BY 1
074090             UNTIL LOT-IDX > LOT-CONTADOR
074100         IF LOT-CODIGO(LOT-IDX) = DEV-CODIGO
074110                 AND LOT-LOTE(LOT-IDX) = DEV-LOTE
074120             MOVE "S" TO DEV-LOTE-HALLADO
074130             MOVE LOT-CADUCIDAD(LOT-IDX) TO LOT-CAD-RECIBIDA
074140         END-IF
074150     END-PERFORM.
074160     IF DEV-LOTE-HALLADO = "S"
074170         GO TO 8877-EXIT
074180     END-IF.
074190     MOVE "N" TO ENTRADA-VALIDA.
074200     PERFORM UNTIL ES-VALIDA
074210         DISPLAY "Ingrese la caducidad AAAAMMDD (0 si no "
074220             "caduca): "
074230         MOVE SPACES TO ENTRADA-CAPTURA
074240         ACCEPT ENTRADA-CAPTURA
074250         PERFORM 8125-VALIDAR-CADUCIDAD THRU 8125-EXIT
074260         IF NOT ES-VALIDA
074270             DISPLAY "Fecha invalida, use AAAAMMDD."
074280         END-IF
074290     END-PERFORM.
074300 8877-EXIT.
074310     EXIT.
074320
074330*----------------------------------------------------------*
074340* 8880-SUMAR-ENVIADO - LO ENVIADO DEL PRODUCTO EN EL FOLIO *
074350*                      (LINEAS EN PICKING) Y LO QUE YA SE  *
074360*                      HABIA DEVUELTO CONTRA EL MISMO      *
074370*----------------------------------------------------------*
074380 8880-SUMAR-ENVIADO.
074390     MOVE 0 TO DEV-ENVIADO.
074400     MOVE 0 TO DEV-YA-DEVUELTO.
074410     OPEN INPUT PEDIDOS.
074420     IF FS-PEDIDOS-OK
074430         MOVE "N" TO SW-FIN-ARCHIVO
074440         PERFORM UNTIL FIN-ARCHIVO
074450             READ PEDIDOS
074460                 AT END
074470                     MOVE "S" TO SW-FIN-ARCHIVO
074480                 NOT AT END
074490                     IF PD-FOLIO = DEV-FOLIO
074500                             AND PD-CLIENTE = DEV-CLIENTE
074510                             AND PD-CODIGO = IF-CODIGO
074520                             AND PD-ESTADO = "P"
074530                         ADD PD-CANTIDAD TO DEV-ENVIADO
074540                     END-IF
074550             END-READ
074560         END-PERFORM
074570         CLOSE PEDIDOS
074580     END-IF.
074590     OPEN INPUT DEVOLUC.
074600     IF FS-DEVOLUC-OK
074610         MOVE "N" TO SW-FIN-ARCHIVO
074620         PERFORM UNTIL FIN-ARCHIVO
074630             READ DEVOLUC
074640                 AT END
074650                     MOVE "S" TO SW-FIN-ARCHIVO
074660                 NOT AT END
074670                     IF DV-FOLIO = DEV-FOLIO
074680                             AND DV-CLIENTE = DEV-CLIENTE
074690                             AND DV-CODIGO = IF-CODIGO
074700                         ADD DV-CANTIDAD TO DEV-YA-DEVUELTO
074710                     END-IF
074720             END-READ
074730         END-PERFORM
074740         CLOSE DEVOLUC
074750     END-IF.
074760 8880-EXIT.
074770     EXIT.
074780
074790*----------------------------------------------------------*
074800* 8890-LEER-CONSECUTIVOS - ULTIMO FOLIO DE PEDIDO, ULTIMA  *
074810*                          FACTURA Y ULTIMA ORDEN DE       *
074820*                          COMPRA SEGUN FOLIOCTL.DAT; LA   *
074830*                          SERIE QUE NO EXISTA VA EN CERO  *
074840*----------------------------------------------------------*
074850 8890-LEER-CONSECUTIVOS.
074860     MOVE 0 TO FOLIO-ACTUAL.
074870     MOVE 0 TO FACTURA-ACTUAL.
074880     MOVE 0 TO ORDEN-ACTUAL.
074890     OPEN INPUT FOLIOS.
074900     IF NOT FS-FOLIOS-OK
074910         GO TO 8890-EXIT
074920     END-IF.
074930     READ FOLIOS
074940         AT END
074950             CONTINUE
074960         NOT AT END
074970             IF FO-FOLIO IS NUMERIC
074980                 MOVE FO-FOLIO TO FOLIO-ACTUAL
074990             END-IF
075000             IF FO-FACTURA IS NUMERIC
075010                 MOVE FO-FACTURA TO FACTURA-ACTUAL
075020             END-IF
075030             IF FO-ORDEN IS NUMERIC
075040                 MOVE FO-ORDEN TO ORDEN-ACTUAL
075050             END-IF
075060     END-READ.
075070     CLOSE FOLIOS.
075080 8890-EXIT.
075090     EXIT.
075100
075110*----------------------------------------------------------*
075120* 8895-GRABAR-CONSECUTIVOS - REGRABA FOLIOCTL.DAT CON LOS  *
075130*                            TRES CONSECUTIVOS             *
075140*----------------------------------------------------------*
075150 8895-GRABAR-CONSECUTIVOS.
075160     OPEN OUTPUT FOLIOS.
075170     MOVE SPACES TO FO-REGISTRO.
075180     MOVE FOLIO-ACTUAL TO FO-FOLIO.
075190     MOVE FACTURA-ACTUAL TO FO-FACTURA.
075200     MOVE ORDEN-ACTUAL TO FO-ORDEN.
075210     WRITE FO-REGISTRO.
075220     CLOSE FOLIOS.
075230 8895-EXIT.
075240     EXIT.
075250
075260*----------------------------------------------------------*
075270* 8820-GENERAR-PICKING - VUELCA LAS LINEAS RESERVADAS AL   *
075280*                        ARCHIVO DE PICKING DEL DESPACHO   *
075290*                        MASIVO Y LAS MARCA COMO ENVIADAS  *
075300*----------------------------------------------------------*
075310 8820-GENERAR-PICKING.
075320     PERFORM 8850-CARGAR-PEDIDOS THRU 8850-EXIT.
075330     IF PED-CONTADOR = 0
075340         DISPLAY "No hay pedidos capturados."
075350         GO TO 8820-EXIT
075360     END-IF.
075370*    CON LA TABLA DESBORDADA EL REGRABADO PERDERIA LINEAS
075380*    DE PEDIDO (Y SU RESERVA QUEDARIA HUERFANA); NO SE
075390*    GENERA PICKING.
075400     IF PED-OMITIDOS > 0
075410         DISPLAY "Los pedidos exceden las 200 lineas de la "
075420             "tabla (" PED-OMITIDOS " de mas); no se "
075430             "genera picking."
075440         GO TO 8820-EXIT
075450     END-IF.
075460
075470*    PRIMERO SE CUENTA LO RESERVADO: SIN LINEAS QUE ENVIAR
075480*    NO SE TOCA DESPACHO.DAT, QUE PUDO HABERSE CAPTURADO A
075490*    MANO.
075500     MOVE 0 TO PED-GENERADOS.
075510     MOVE 0 TO PED-TOTAL-CANT.
075520     PERFORM VARYING PED-IDX FROM 1 BY 1
075530             UNTIL PED-IDX > PED-CONTADOR
075540         IF PED-ASIGNADO(PED-IDX)
075550             ADD 1 TO PED-GENERADOS
075560         END-IF
075570     END-PERFORM.
075580     IF PED-GENERADOS = 0
075590         DISPLAY "No hay lineas reservadas que enviar a "
075600             "picking."
075610         GO TO 8820-EXIT
075620     END-IF.
075630
075640     MOVE 0 TO PED-GENERADOS.
075650     MOVE 0 TO LOT-LINEAS-DP.
075660     OPEN OUTPUT DESPACHO.
075670     IF NOT FS-DESPACHO-OK
075680         DISPLAY "No se pudo crear el archivo de picking."
075690         GO TO 8820-EXIT
075700     END-IF.
075710*    CADA LINEA SE SURTE DE LOS LOTES DE LA BODEGA PRINCIPAL
075720*    QUE CADUCAN ANTES; SI TOMA VARIOS LOTES SE PARTE EN
075730*    UNA LINEA DE PICKING POR LOTE.
075740     PERFORM 7400-CARGAR-LOTES THRU 7400-EXIT.
075750     PERFORM VARYING PED-IDX FROM 1 BY 1
075760             UNTIL PED-IDX > PED-CONTADOR
075770         IF PED-ASIGNADO(PED-IDX)
075780             PERFORM 8825-PICKING-POR-LOTE THRU 8825-EXIT
075790             MOVE "P" TO PED-ESTADO(PED-IDX)
075800             ADD 1 TO PED-GENERADOS
075810             ADD PED-CANTIDAD(PED-IDX) TO PED-TOTAL-CANT
075820         END-IF
075830     END-PERFORM.
075840*    EL PICKING LLEVA SU PROPIO REGISTRO DE CONTROL PARA
075850*    QUE EL DESPACHO MASIVO PUEDA CUADRAR EL LOTE.
075860     MOVE SPACES TO DP-REGISTRO.
075870     MOVE "*" TO DP-TR-MARCA.
075880     MOVE LOT-LINEAS-DP TO DP-TR-CUENTA.
075890     MOVE PED-TOTAL-CANT TO DP-TR-TOTAL.
075900     WRITE DP-REGISTRO.
075910     CLOSE DESPACHO.
075920
075930     PERFORM 8860-REGRABAR-PEDIDOS THRU 8860-EXIT.
075940     DISPLAY "Picking generado en DESPACHO.DAT con "
075950         LOT-LINEAS-DP " lineas de " PED-GENERADOS
075960         " renglones de pedido; ejecute el despacho masivo.".
075970 8820-EXIT.
075980     EXIT.
075990
076000*----------------------------------------------------------*
076010* 8825-PICKING-POR-LOTE - LINEAS DE PICKING DEL RENGLON DE *
076020*                         PEDIDO PED-IDX, UNA POR LOTE, EN *
076030*                         ORDEN DE CADUCIDAD               *
076040*----------------------------------------------------------*
076050 8825-PICKING-POR-LOTE.
076060     MOVE PED-CANTIDAD(PED-IDX) TO LOT-PENDIENTE.
076070     MOVE PED-CODIGO(PED-IDX) TO LOT-CONS-COD.
076080     MOVE "P" TO LOT-CONS-BOD.
076090 8825-SIGUIENTE.
076100     IF LOT-PENDIENTE = 0
076110         GO TO 8825-EXIT
076120     END-IF.
076130     PERFORM 7447-BUSCAR-PRIMERO THRU 7447-EXIT.
076140     MOVE SPACES TO DP-REGISTRO.
076150     MOVE PED-CODIGO(PED-IDX) TO DP-CODIGO.
076160     MOVE PED-FOLIO(PED-IDX)  TO DP-FOLIO.
076170*    SIN LOTE CON EXISTENCIA LIBRE, EL RESTO SALE SIN LOTE.
076180     IF LOT-MEJOR = 0
076190         MOVE LOT-PENDIENTE TO DP-CANTIDAD
076200         MOVE 0 TO LOT-PENDIENTE
076210     ELSE
076220         COMPUTE LOT-LIBRE = LOT-CANTIDAD(LOT-MEJOR)
076230                 - LOT-ASIGNADA(LOT-MEJOR)
076240         IF LOT-LIBRE > LOT-PENDIENTE
076250             MOVE LOT-PENDIENTE TO LOT-TOMADO
076260         ELSE
076270             MOVE LOT-LIBRE TO LOT-TOMADO
076280         END-IF
076290         ADD LOT-TOMADO TO LOT-ASIGNADA(LOT-MEJOR)
076300         SUBTRACT LOT-TOMADO FROM LOT-PENDIENTE
076310         MOVE LOT-TOMADO TO DP-CANTIDAD
076320         MOVE LOT-LOTE(LOT-MEJOR) TO DP-LOTE
076330     END-IF.
076340     WRITE DP-REGISTRO.
076350     ADD 1 TO LOT-LINEAS-DP.
076360     GO TO 8825-SIGUIENTE.
076370 8825-EXIT.
076380     EXIT.
076390
076400*----------------------------------------------------------*
076410* 8830-LIBERAR-PENDIENTES - REINTENTA RESERVAR LAS LINEAS  *
076420*                           PENDIENTES DE SURTIR CON LA    *
076430*                           EXISTENCIA QUE YA LLEGO        *
076440*----------------------------------------------------------*
076450 8830-LIBERAR-PENDIENTES.
076460     PERFORM 8850-CARGAR-PEDIDOS THRU 8850-EXIT.
076470     IF PED-CONTADOR = 0
076480         DISPLAY "No hay pedidos capturados."
076490         GO TO 8830-EXIT
076500     END-IF.
076510*    CON LA TABLA DESBORDADA EL REGRABADO PERDERIA LINEAS
076520*    DE PEDIDO; NO SE LIBERAN PENDIENTES.
076530     IF PED-OMITIDOS > 0
076540         DISPLAY "Los pedidos exceden las 200 lineas de la "
076550             "tabla (" PED-OMITIDOS " de mas); no se "
076560             "liberan pendientes."
076570         GO TO 8830-EXIT
076580     END-IF.
076590
076600     MOVE 0 TO PED-LIBERADOS.
076610     PERFORM VARYING PED-IDX FROM 1 BY 1
076620             UNTIL PED-IDX > PED-CONTADOR
076630         IF PED-PENDIENTE(PED-IDX)
076640             PERFORM 8835-LIBERAR-LINEA THRU 8835-EXIT
076650         END-IF
076660     END-PERFORM.
076670
076680     IF PED-LIBERADOS > 0
076690         PERFORM 8860-REGRABAR-PEDIDOS THRU 8860-EXIT
076700     END-IF.
076710     DISPLAY "Lineas liberadas de pendiente: " PED-LIBERADOS.
076720 8830-EXIT.
076730     EXIT.
076740
076750 8835-LIBERAR-LINEA.
076760     MOVE PED-CODIGO(PED-IDX) TO IF-CODIGO.
076770     READ INVENTAR
076780         INVALID KEY
076790             GO TO 8835-EXIT
076800     END-READ.
076810     COMPUTE CANT-DISPONIBLE =
076820             IF-CANT-PRINCIPAL - IF-CANT-RESERVADA.
076830     IF PED-CANTIDAD(PED-IDX) > CANT-DISPONIBLE
076840         GO TO 8835-EXIT
076850     END-IF.
076860     ADD PED-CANTIDAD(PED-IDX) TO IF-CANT-RESERVADA.
076870     REWRITE IF-REGISTRO
076880         INVALID KEY
076890             CONTINUE
076900         NOT INVALID KEY
076910             MOVE "A" TO PED-ESTADO(PED-IDX)
076920             ADD 1 TO PED-LIBERADOS
076930     END-REWRITE.
076940 8835-EXIT.
076950     EXIT.
076960
076970*----------------------------------------------------------*
076980* 8840-MOSTRAR-PEDIDOS                                     *
076990*----------------------------------------------------------*
077000 8840-MOSTRAR-PEDIDOS.
077010     PERFORM 8850-CARGAR-PEDIDOS THRU 8850-EXIT.
077020     IF PED-CONTADOR = 0
077030         DISPLAY "No hay pedidos capturados."
077040         GO TO 8840-EXIT
077050     END-IF.
077060     DISPLAY "=== PEDIDOS DE CLIENTES ===".
077070     DISPLAY "Folio  Cliente Codigo     Cant Estado".
077080     DISPLAY "-----------------------------------------------".
077090     PERFORM VARYING PED-IDX FROM 1 BY 1
077100             UNTIL PED-IDX > PED-CONTADOR
077110         EVALUATE PED-ESTADO(PED-IDX)
077120             WHEN "A"
077130                 DISPLAY PED-FOLIO(PED-IDX) " "
077140                     PED-CLIENTE(PED-IDX) " "
077150                     PED-CODIGO(PED-IDX) " "
077160                     PED-CANTIDAD(PED-IDX) " RESERVADO"
077170             WHEN "P"
077180                 DISPLAY PED-FOLIO(PED-IDX) " "
077190                     PED-CLIENTE(PED-IDX) " "
077200                     PED-CODIGO(PED-IDX) " "
077210                     PED-CANTIDAD(PED-IDX) " EN PICKING"
077220             WHEN OTHER
077230                 DISPLAY PED-FOLIO(PED-IDX) " "
077240                     PED-CLIENTE(PED-IDX) " "
077250                     PED-CODIGO(PED-IDX) " "
077260                     PED-CANTIDAD(PED-IDX) " PENDIENTE"
077270         END-EVALUATE
077280     END-PERFORM.
077290     DISPLAY "-----------------------------------------------".
077300 8840-EXIT.
077310     EXIT.
077320
077330*----------------------------------------------------------*
077340* 8900-PRECIOS-MASIVOS - APLICA UNA LISTA DE PRECIOS DEL   *
077350*                        PROVEEDOR: LO VIGENTE SE APLICA,  *
077360*                        LO FECHADO A FUTURO SE RETIENE EN *
077370*                        PRECPEND.DAT Y TODO CAMBIO QUEDA  *
077380*                        EN LA BITACORA DE PRECIOS         *
077390*----------------------------------------------------------*
077400 8900-PRECIOS-MASIVOS.
077410     MOVE 0 TO PRE-APLICADOS.
077420     MOVE 0 TO PRE-DIFERIDOS.
077430     MOVE 0 TO PRE-RECHAZADOS.
077440     MOVE 0 TO PEND-CONTADOR.
077450     MOVE 0 TO PEND-OMITIDOS.
077460     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
077470
077480*    PRIMERO SE RECUPERAN LOS CAMBIOS RETENIDOS DE
077490*    CORRIDAS ANTERIORES Y SE APLICAN LOS QUE YA LLEGARON
077500*    A SU FECHA EFECTIVA.
077510     OPEN INPUT PRECPEND.
077520     IF FS-PRECPEND-OK
077530         MOVE "N" TO SW-FIN-ARCHIVO
077540         PERFORM UNTIL FIN-ARCHIVO
077550             READ PRECPEND
077560                 AT END
077570                     MOVE "S" TO SW-FIN-ARCHIVO
077580                 NOT AT END
077590                     PERFORM 8905-CARGAR-PENDIENTE
077600             END-READ
077610         END-PERFORM
077620         CLOSE PRECPEND
077630     END-IF.
077640     PERFORM VARYING PEND-IDX FROM 1 BY 1
077650             UNTIL PEND-IDX > PEND-CONTADOR
077660         IF PEN-FECHA(PEND-IDX) <= FECHA-HOY
077670             MOVE PEN-CODIGO(PEND-IDX) TO PRE-CODIGO
077680             MOVE PEN-PRECIO(PEND-IDX) TO PRE-PRECIO
077690             MOVE PEN-FECHA(PEND-IDX) TO PRE-FECHA
077700             PERFORM 8920-APLICAR-PRECIO THRU 8920-EXIT
077710             MOVE "S" TO PEN-APLICADO(PEND-IDX)
077720         END-IF
077730     END-PERFORM.
077740
077750*    DESPUES SE PROCESA LA LISTA NUEVA DEL PROVEEDOR.
077760     OPEN INPUT PRECIOS.
077770     IF FS-PRECIOS-OK
077780         MOVE "N" TO SW-FIN-ARCHIVO
077790         PERFORM UNTIL FIN-ARCHIVO
077800             READ PRECIOS
077810                 AT END
077820                     MOVE "S" TO SW-FIN-ARCHIVO
077830                 NOT AT END
077840                     PERFORM 8910-PROCESAR-PRECIO
077850                         THRU 8910-EXIT
077860             END-READ
077870         END-PERFORM
077880         CLOSE PRECIOS
077890     ELSE
077900         DISPLAY "Sin lista nueva de precios (PRECIOS.DAT); "
077910             "solo se revisan los retenidos."
077920     END-IF.
077930
077940     PERFORM 8930-REGRABAR-PENDIENTES THRU 8930-EXIT.
077950     IF PEND-OMITIDOS > 0
077960         DISPLAY "Aviso: la tabla de retenidos admite 200; "
077970             "se omitieron " PEND-OMITIDOS " renglones."
077980     END-IF.
077990     DISPLAY "Precios aplicados: " PRE-APLICADOS.
078000     DISPLAY "Precios retenidos a futuro: " PRE-DIFERIDOS.
078010     DISPLAY "Renglones rechazados: " PRE-RECHAZADOS.
078020 8900-EXIT.
078030     EXIT.
078040
078050 8905-CARGAR-PENDIENTE.
078060     IF PEND-CONTADOR >= 200
078070         ADD 1 TO PEND-OMITIDOS
078080     ELSE
078090         ADD 1 TO PEND-CONTADOR
078100         SET PEND-IDX TO PEND-CONTADOR
078110         MOVE PP-CODIGO TO PEN-CODIGO(PEND-IDX)
078120         MOVE PP-PRECIO TO PEN-PRECIO(PEND-IDX)
078130         MOVE PP-FECHA-EFECTIVA TO PEN-FECHA(PEND-IDX)
078140         MOVE "N" TO PEN-APLICADO(PEND-IDX)
078150     END-IF.
078160
078170*----------------------------------------------------------*
078180* 8910-PROCESAR-PRECIO - VALIDA UN RENGLON DE LA LISTA DE  *
078190*                        PRECIOS; LO VIGENTE SE APLICA Y   *
078200*                        LO FECHADO A FUTURO SE RETIENE    *
078210*----------------------------------------------------------*
078220 8910-PROCESAR-PRECIO.
078230     IF PN-PRECIO IS NOT NUMERIC
078240             OR PN-FECHA-EFECTIVA IS NOT NUMERIC
078250         ADD 1 TO PRE-RECHAZADOS
078260         MOVE SPACES TO EX-REGISTRO
078270         MOVE "PRECIOS" TO EX-ORIGEN
078280         MOVE PN-CODIGO TO EX-CODIGO
078290         MOVE "Renglon de precio invalido" TO EX-MOTIVO
078300         PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT
078310         GO TO 8910-EXIT
078320     END-IF.
078330     MOVE PN-CODIGO TO PRE-CODIGO.
078340     MOVE PN-PRECIO TO PRE-PRECIO.
078350     MOVE PN-FECHA-EFECTIVA TO PRE-FECHA.
078360     IF PRE-FECHA > FECHA-HOY
078370         PERFORM 8925-RETENER-PRECIO THRU 8925-EXIT
078380         GO TO 8910-EXIT
078390     END-IF.
078400     PERFORM 8920-APLICAR-PRECIO THRU 8920-EXIT.
078410 8910-EXIT.
078420     EXIT.
078430
078440*----------------------------------------------------------*
078450* 8920-APLICAR-PRECIO - APLICA UN CAMBIO DE PRECIO YA      *
078460*                       VIGENTE AL MAESTRO Y LO GRABA EN   *
078470*                       LA BITACORA DE PRECIOS             *
078480*----------------------------------------------------------*
078490 8920-APLICAR-PRECIO.
078500     MOVE "N" TO PRE-EXITO.
078510     MOVE PRE-CODIGO TO IF-CODIGO.
078520     READ INVENTAR
078530         INVALID KEY
078540             ADD 1 TO PRE-RECHAZADOS
078550             MOVE SPACES TO EX-REGISTRO
078560             MOVE "PRECIOS" TO EX-ORIGEN
078570             MOVE PRE-CODIGO TO EX-CODIGO
078580             MOVE "Codigo no existe en inventario"
078590                 TO EX-MOTIVO
078600             PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT
078610             GO TO 8920-EXIT
078620     END-READ.
078630     MOVE IF-PRECIO TO PRECIO-ANTERIOR.
078640     MOVE PRE-PRECIO TO IF-PRECIO.
078650     REWRITE IF-REGISTRO
078660         INVALID KEY
078670             ADD 1 TO PRE-RECHAZADOS
078680             DISPLAY "No se pudo actualizar el precio de: "
078690                 PRE-CODIGO
078700         NOT INVALID KEY
078710             ADD 1 TO PRE-APLICADOS
078720             MOVE "S" TO PRE-EXITO
078730             PERFORM 8940-REGISTRAR-PRECIO THRU 8940-EXIT
078740     END-REWRITE.
078750 8920-EXIT.
078760     EXIT.
078770
078780*----------------------------------------------------------*
078790* 8925-RETENER-PRECIO - GUARDA EN LA TABLA DE RETENIDOS UN *
078800*                       CAMBIO FECHADO A FUTURO            *
078810*----------------------------------------------------------*
078820 8925-RETENER-PRECIO.
078830     IF PEND-CONTADOR >= 200
078840         ADD 1 TO PEND-OMITIDOS
078850         ADD 1 TO PRE-RECHAZADOS
078860         GO TO 8925-EXIT
078870     END-IF.
078880     ADD 1 TO PEND-CONTADOR.
078890     SET PEND-IDX TO PEND-CONTADOR.
078900     MOVE PRE-CODIGO TO PEN-CODIGO(PEND-IDX).
078910     MOVE PRE-PRECIO TO PEN-PRECIO(PEND-IDX).
078920     MOVE PRE-FECHA TO PEN-FECHA(PEND-IDX).
078930     MOVE "N" TO PEN-APLICADO(PEND-IDX).
078940     ADD 1 TO PRE-DIFERIDOS.
078950 8925-EXIT.
078960     EXIT.
078970
078980*----------------------------------------------------------*
078990* 8930-REGRABAR-PENDIENTES - REGRABA PRECPEND.DAT SOLO CON *
079000*                            LOS CAMBIOS QUE SIGUEN        *
079010*                            FECHADOS A FUTURO             *
079020*----------------------------------------------------------*
079030 8930-REGRABAR-PENDIENTES.
079040     OPEN OUTPUT PRECPEND.
079050     IF NOT FS-PRECPEND-OK
079060         DISPLAY "No se pudo regrabar el archivo de "
079070             "precios retenidos."
079080         GO TO 8930-EXIT
079090     END-IF.
079100     PERFORM VARYING PEND-IDX FROM 1 BY 1
079110             UNTIL PEND-IDX > PEND-CONTADOR
079120         IF NOT PEN-YA-APLICADO(PEND-IDX)
079130             MOVE SPACES TO PP-REGISTRO
079140             MOVE PEN-CODIGO(PEND-IDX) TO PP-CODIGO
079150             MOVE PEN-PRECIO(PEND-IDX) TO PP-PRECIO
079160             MOVE PEN-FECHA(PEND-IDX) TO PP-FECHA-EFECTIVA
079170             WRITE PP-REGISTRO
079180         END-IF
079190     END-PERFORM.
079200     CLOSE PRECPEND.
079210 8930-EXIT.
079220     EXIT.
079230
079240*----------------------------------------------------------*
079250* 8940-REGISTRAR-PRECIO - BITACORA DE CAMBIOS DE PRECIO    *
079260*----------------------------------------------------------*
079270 8940-REGISTRAR-PRECIO.
079280     OPEN EXTEND PRECLOG.
079290     IF NOT FS-PRECLOG-OK
079300         OPEN OUTPUT PRECLOG
079310     END-IF.
079320     MOVE SPACES TO PL-REGISTRO.
079330     ACCEPT PL-FECHA FROM DATE YYYYMMDD.
079340     MOVE PRE-CODIGO        TO PL-CODIGO.
079350     MOVE PRECIO-ANTERIOR   TO PL-PRECIO-ANT.
079360     MOVE PRE-PRECIO        TO PL-PRECIO-NUEVO.
079370     MOVE PRE-FECHA         TO PL-FECHA-EFECTIVA.
079380     MOVE OPERADOR-ACTUAL   TO PL-OPERADOR.
079390     WRITE PL-REGISTRO.
079400     CLOSE PRECLOG.
079410 8940-EXIT.
079420     EXIT.
079430
079440*----------------------------------------------------------*
079450* 9950-FECHA-A-DIAS - CONVIERTE LA FECHA AAAAMMDD DE       *
079460*                     FECHA-TRABAJO EN UN CONTEO DE DIAS   *
079470*                     (DIAS-TRABAJO) PARA RESTAR FECHAS    *
079480*----------------------------------------------------------*
079490 9950-FECHA-A-DIAS.
079500     IF FECHA-TRABAJO = 0
079510         MOVE 0 TO DIAS-TRABAJO
079520         GO TO 9950-EXIT
079530     END-IF.
079540     COMPUTE BIS-ANOS = FT-ANO - 1.
079550     DIVIDE BIS-ANOS BY 4 GIVING BIS-AJUSTE.
079560     DIVIDE BIS-ANOS BY 100 GIVING BIS-COCIENTE.
079570     SUBTRACT BIS-COCIENTE FROM BIS-AJUSTE.
079580     DIVIDE BIS-ANOS BY 400 GIVING BIS-COCIENTE.
079590     ADD BIS-COCIENTE TO BIS-AJUSTE.
079600     COMPUTE DIAS-TRABAJO = FT-ANO * 365 + BIS-AJUSTE
079610             + MES-DIAS-ACUM(FT-MES) + FT-DIA.
079620*    EN ANO BISIESTO, A PARTIR DE MARZO HAY UN DIA MAS.
079630     IF FT-MES > 2
079640         DIVIDE FT-ANO BY 4 GIVING BIS-COCIENTE
079650             REMAINDER BIS-RESTO
079660         IF BIS-RESTO = 0
079670             DIVIDE FT-ANO BY 100 GIVING BIS-COCIENTE
079680                 REMAINDER BIS-RESTO
079690             IF BIS-RESTO NOT = 0
079700                 ADD 1 TO DIAS-TRABAJO
079710             ELSE
079720                 DIVIDE FT-ANO BY 400 GIVING BIS-COCIENTE
079730                     REMAINDER BIS-RESTO
079740                 IF BIS-RESTO = 0
079750                     ADD 1 TO DIAS-TRABAJO
079760                 END-IF
079770             END-IF
079780         END-IF
079790     END-IF.
079800 9950-EXIT.
079810     EXIT.
079820
079830*----------------------------------------------------------*
079840* 9955-SUMAR-DIAS - SUMA DIAS-A-SUMAR DIAS NATURALES A LA  *
079850*                   FECHA AAAAMMDD DE FECHA-TRABAJO        *
079860*----------------------------------------------------------*
079870 9955-SUMAR-DIAS.
079880     IF FECHA-TRABAJO = 0
079890         GO TO 9955-EXIT
079900     END-IF.
079910     PERFORM 9956-SIGUIENTE-DIA THRU 9956-EXIT
079920         DIAS-A-SUMAR TIMES.
079930 9955-EXIT.
079940     EXIT.
079950
079960 9956-SIGUIENTE-DIA.
079970     IF FT-MES = 12
079980         MOVE 31 TO DIAS-DEL-MES
079990     ELSE
080000         COMPUTE DIAS-DEL-MES = MES-DIAS-ACUM(FT-MES + 1)
080010                 - MES-DIAS-ACUM(FT-MES)
080020     END-IF.
080030     IF FT-MES = 2
080040         DIVIDE FT-ANO BY 4 GIVING BIS-COCIENTE
080050             REMAINDER BIS-RESTO
080060         IF BIS-RESTO = 0
080070             MOVE 29 TO DIAS-DEL-MES
080080             DIVIDE FT-ANO BY 100 GIVING BIS-COCIENTE
080090                 REMAINDER BIS-RESTO
080100             IF BIS-RESTO = 0
080110                 MOVE 28 TO DIAS-DEL-MES
080120                 DIVIDE FT-ANO BY 400 GIVING BIS-COCIENTE
080130                     REMAINDER BIS-RESTO
080140                 IF BIS-RESTO = 0
080150                     MOVE 29 TO DIAS-DEL-MES
080160                 END-IF
080170             END-IF
080180         END-IF
080190     END-IF.
080200     ADD 1 TO FT-DIA.
080210     IF FT-DIA > DIAS-DEL-MES
080220         MOVE 1 TO FT-DIA
080230         ADD 1 TO FT-MES
080240         IF FT-MES > 12
080250             MOVE 1 TO FT-MES
080260             ADD 1 TO FT-ANO
080270         END-IF
080280     END-IF.
080290 9956-EXIT.
080300     EXIT.
080310
080320*----------------------------------------------------------*
080330* 9850-REPORTE-ABC - ORDENA LOS PRODUCTOS POR SU VALOR EN  *
080340*                    EXISTENCIA Y LOS CLASIFICA A/B/C SEGUN*
080350*                    SU APORTE ACUMULADO AL VALOR TOTAL    *
080360*----------------------------------------------------------*
080370 9850-REPORTE-ABC.
080380     MOVE 0 TO ABC-CONTADOR.
080390     MOVE 0 TO ABC-OMITIDOS.
080400     MOVE 0 TO ABC-TOTAL.
080410     MOVE 0 TO ABC-ACUMULADO.
080420     MOVE LOW-VALUES TO IF-CODIGO.
080430     START INVENTAR KEY IS NOT LESS THAN IF-CODIGO
080440         INVALID KEY
080450             DISPLAY "El inventario esta vacio."
080460             GO TO 9850-EXIT
080470     END-START.
080480
080490     MOVE "N" TO SW-FIN-ARCHIVO.
080500     PERFORM UNTIL FIN-ARCHIVO
080510         READ INVENTAR NEXT RECORD
080520             AT END
080530                 MOVE "S" TO SW-FIN-ARCHIVO
080540             NOT AT END
080550                 PERFORM 9860-CARGAR-RENGLON-ABC
080560         END-READ
080570     END-PERFORM.
080580
080590     IF ABC-CONTADOR = 0
080600         DISPLAY "El inventario esta vacio."
080610         GO TO 9850-EXIT
080620     END-IF.
080630     IF ABC-OMITIDOS > 0
080640         DISPLAY "Aviso: la tabla admite 100 productos; se "
080650             "omitieron " ABC-OMITIDOS " renglones."
080660     END-IF.
080670     IF ABC-TOTAL = 0
080680         DISPLAY "El valor total del inventario es cero, no "
080690             "hay nada que clasificar."
080700         GO TO 9850-EXIT
080710     END-IF.
080720
080730     PERFORM 9870-ORDENAR-POR-VALOR THRU 9870-EXIT.
080740
080750     MOVE "REPABC.TXT" TO REPORTE-NOMBRE.
080760     MOVE "REPORTE DE CLASIFICACION ABC" TO RP-TITULO.
080770     MOVE "CLASE CODIGO     VALOR          %ACUM NOMBRE"
080780         TO RP-COLUMNAS.
080790     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
080800     DISPLAY "=== REPORTE DE CLASIFICACION ABC ===".
080810     DISPLAY "Clase Codigo     Valor          % Acumulado".
080820     DISPLAY "-----------------------------------------------".
080830     PERFORM VARYING ABC-IDX FROM 1 BY 1
080840             UNTIL ABC-IDX > ABC-CONTADOR
080850*        LA CLASE SE DECIDE CON EL ACUMULADO ANTES DEL
080860*        RENGLON, PARA QUE UN PRODUCTO DOMINANTE QUE CRUZA
080870*        EL 80 POR CIENTO EL SOLO QUEDE EN LA CLASE A.
080880         COMPUTE ABC-PORC-ANTES ROUNDED =
080890                 ABC-ACUMULADO / ABC-TOTAL * 100
080900         ADD ABC-VALOR(ABC-IDX) TO ABC-ACUMULADO
080910         COMPUTE ABC-PORCENTAJE ROUNDED =
080920                 ABC-ACUMULADO / ABC-TOTAL * 100
080930         IF ABC-PORC-ANTES < 80
080940             MOVE "A" TO ABC-CLASE
080950         ELSE
080960             IF ABC-PORC-ANTES < 95
080970                 MOVE "B" TO ABC-CLASE
080980             ELSE
080990                 MOVE "C" TO ABC-CLASE
081000             END-IF
081010         END-IF
081020         MOVE ABC-VALOR(ABC-IDX) TO ABC-VALOR-ED
081030         MOVE ABC-PORCENTAJE TO ABC-PORC-ED
081040         DISPLAY ABC-CLASE "     " ABC-CODIGO(ABC-IDX) " "
081050             ABC-VALOR-ED " " ABC-PORC-ED " "
081060             ABC-NOMBRE(ABC-IDX)
081070         MOVE SPACES TO RP-DETALLE
081080         STRING ABC-CLASE "     " ABC-CODIGO(ABC-IDX) " "
081090             ABC-VALOR-ED " " ABC-PORC-ED " "
081100             ABC-NOMBRE(ABC-IDX)
081110             DELIMITED BY SIZE INTO RP-DETALLE
081120         PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT
081130     END-PERFORM.
081140     DISPLAY "-----------------------------------------------".
081150     MOVE ALL "-" TO RP-DETALLE.
081160     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
081170     MOVE ABC-TOTAL TO ABC-VALOR-ED.
081180     MOVE SPACES TO RP-DETALLE.
081190     STRING "VALOR TOTAL EN EXISTENCIA: " ABC-VALOR-ED
081200         DELIMITED BY SIZE INTO RP-DETALLE.
081210     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
081220     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
081230 9850-EXIT.
081240     EXIT.
081250
081260 9860-CARGAR-RENGLON-ABC.
081270     IF ABC-CONTADOR >= 100
081280         ADD 1 TO ABC-OMITIDOS
081290     ELSE
081300         ADD 1 TO ABC-CONTADOR
081310         SET ABC-IDX TO ABC-CONTADOR
081320         MOVE IF-CODIGO TO ABC-CODIGO(ABC-IDX)
081330         MOVE IF-NOMBRE TO ABC-NOMBRE(ABC-IDX)
081340         COMPUTE ABC-VALOR(ABC-IDX) =
081350                 IF-PRECIO * IF-CANTIDAD
081360         ADD ABC-VALOR(ABC-IDX) TO ABC-TOTAL
081370     END-IF.
081380
081390*----------------------------------------------------------*
081400* 9870-ORDENAR-POR-VALOR - ORDENA LA TABLA ABC DE MAYOR A  *
081410*                          MENOR VALOR (BURBUJA)           *
081420*----------------------------------------------------------*
081430 9870-ORDENAR-POR-VALOR.
081440     IF ABC-CONTADOR < 2
081450         GO TO 9870-EXIT
081460     END-IF.
081470     PERFORM VARYING ABC-IDX FROM 1 BY 1
081480             UNTIL ABC-IDX >= ABC-CONTADOR
081490         PERFORM VARYING ABC-IDX2 FROM 1 BY 1
081500                 UNTIL ABC-IDX2 >= ABC-CONTADOR
081510             IF ABC-VALOR(ABC-IDX2) < ABC-VALOR(ABC-IDX2 + 1)
081520                 MOVE ABC-RENGLON(ABC-IDX2) TO ABC-AUXILIAR
081530                 MOVE ABC-RENGLON(ABC-IDX2 + 1)
081540                     TO ABC-RENGLON(ABC-IDX2)
081550                 MOVE ABC-AUXILIAR TO ABC-RENGLON(ABC-IDX2 + 1)
081560             END-IF
081570         END-PERFORM
081580     END-PERFORM.
081590 9870-EXIT.
081600     EXIT.
081610
081620*----------------------------------------------------------*
081630* 9000-REGISTRAR-MOVIMIENTO - BITACORA DE MOVIMIENTOS      *
081640*----------------------------------------------------------*
081650 9000-REGISTRAR-MOVIMIENTO.
081660     OPEN EXTEND MOVLOG.
081670     IF NOT FS-MOVLOG-OK
081680         OPEN OUTPUT MOVLOG
081690     END-IF.
081700
081710     MOVE SPACES TO LG-REGISTRO.
081720     ACCEPT LG-FECHA FROM DATE YYYYMMDD.
081730     MOVE MOV-CODIGO        TO LG-CODIGO.
081740     MOVE MOV-OPERACION     TO LG-OPERACION.
081750     MOVE MOV-CANT-ANTERIOR TO LG-CANT-ANTERIOR.
081760     MOVE MOV-CANT-NUEVA    TO LG-CANT-NUEVA.
081770     MOVE OPERADOR-ACTUAL   TO LG-OPERADOR.
081780     MOVE MOV-BODEGA        TO LG-BODEGA.
081790     WRITE LG-REGISTRO.
081800     CLOSE MOVLOG.
081810*    LA BODEGA SOLO APLICA AL MOVIMIENTO QUE LA ESTABLECIO.
081820     MOVE SPACE TO MOV-BODEGA.
081830 9000-EXIT.
081840     EXIT.
081850
081860*----------------------------------------------------------*
081870* 9500-CARGA-MASIVA - ALTA DE PRODUCTOS DESDE ARCHIVO      *
081880*----------------------------------------------------------*
081890 9500-CARGA-MASIVA.
081900     MOVE 0 TO CONTADOR-CARGADOS.
081910     MOVE 0 TO CONTADOR-RECHAZADOS.
081920     MOVE 0 TO CONTADOR-OMITIDOS.
081930     MOVE 0 TO REG-ACTUAL.
081940     MOVE 0 TO REG-CHECKPOINT.
081950
081960     OPEN INPUT CARGACKP.
081970     IF FS-CARGACKP-OK
081980         READ CARGACKP
081990             AT END
082000                 MOVE 0 TO REG-CHECKPOINT
082010             NOT AT END
082020                 MOVE CK-CONTADOR TO REG-CHECKPOINT
082030         END-READ
082040     END-IF.
082050     CLOSE CARGACKP.
082060
082070     IF REG-CHECKPOINT > 0
082080         DISPLAY "Reanudando carga masiva desde el renglon "
082090             REG-CHECKPOINT "."
082100     END-IF.
082110
082120     OPEN INPUT SUPLIDOR.
082130     IF NOT FS-SUPLIDOR-OK
082140         DISPLAY "No se pudo abrir el archivo de proveedor."
082150         GO TO 9500-EXIT
082160     END-IF.
082170
082180     MOVE "N" TO SW-FIN-ARCHIVO.
082190     PERFORM UNTIL FIN-ARCHIVO
082200         READ SUPLIDOR
082210             AT END
082220                 MOVE "S" TO SW-FIN-ARCHIVO
082230             NOT AT END
082240                 ADD 1 TO REG-ACTUAL
082250                 IF REG-ACTUAL > REG-CHECKPOINT
082260                     PERFORM 9510-CARGAR-PRODUCTO THRU 9510-EXIT
082270                     PERFORM 9520-ESCRIBIR-CHECKPOINT
082280                 ELSE
082290                     ADD 1 TO CONTADOR-OMITIDOS
082300                 END-IF
082310         END-READ
082320     END-PERFORM.
082330     CLOSE SUPLIDOR.
082340
082350*    CARGA COMPLETA SIN INTERRUPCIONES: SE LIMPIA EL PUNTO DE
082360*    CONTROL PARA QUE LA PROXIMA CARGA EMPIECE DESDE CERO.
082370     OPEN OUTPUT CARGACKP.
082380     CLOSE CARGACKP.
082390
082400     DISPLAY "Productos cargados: " CONTADOR-CARGADOS.
082410     DISPLAY "Productos rechazados: " CONTADOR-RECHAZADOS.
082420     DISPLAY "Renglones omitidos: " CONTADOR-OMITIDOS.
082430 9500-EXIT.
082440     EXIT.
082450
082460 9510-CARGAR-PRODUCTO.
082470     MOVE SU-CODIGO TO DGV-CODIGO.
082480     PERFORM 9945-VALIDAR-DIGITO THRU 9945-EXIT.
082490     IF DGV-RESULTADO NOT = "OK"
082500         ADD 1 TO CONTADOR-RECHAZADOS
082510         MOVE SPACES TO EX-REGISTRO
082520         MOVE "CARGA SUPL" TO EX-ORIGEN
082530         MOVE SU-CODIGO    TO EX-CODIGO
082540         MOVE "Digito verificador invalido" TO EX-MOTIVO
082550         PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT
082560         GO TO 9510-EXIT
082570     END-IF.
082580     MOVE SU-CODIGO   TO IF-CODIGO.
082590     MOVE SU-NOMBRE   TO IF-NOMBRE.
082600     MOVE SU-PRECIO   TO IF-PRECIO.
082610     MOVE SU-CANTIDAD TO IF-CANTIDAD.
082620     MOVE SU-CANTIDAD TO IF-CANT-PRINCIPAL.
082630     MOVE 0           TO IF-CANT-ANEXO.
082640     MOVE SPACES      TO IF-COD-PROVEEDOR.
082650     MOVE 0           TO IF-CANT-RESERVADA.
082660*    UN ARCHIVO DE PROVEEDOR DEL FORMATO ANTERIOR NO TRAE
082670*    COSTO UNITARIO; SE TOMA COMO CERO.
082680     IF SU-COSTO IS NOT NUMERIC
082690         MOVE 0        TO IF-COSTO
082700     ELSE
082710         MOVE SU-COSTO TO IF-COSTO
082720     END-IF.
082730
082740     WRITE IF-REGISTRO
082750         INVALID KEY
082760             ADD 1 TO CONTADOR-RECHAZADOS
082770             MOVE SPACES TO EX-REGISTRO
082780             MOVE "CARGA SUPL" TO EX-ORIGEN
082790             MOVE SU-CODIGO    TO EX-CODIGO
082800             MOVE "Codigo duplicado en carga masiva"
082810                 TO EX-MOTIVO
082820             PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT
082830         NOT INVALID KEY
082840             ADD 1 TO CONTADOR-CARGADOS
082850             MOVE IF-CODIGO TO MOV-CODIGO
082860             MOVE "A" TO MOV-OPERACION
082870             MOVE 0 TO MOV-CANT-ANTERIOR
082880             MOVE IF-CANTIDAD TO MOV-CANT-NUEVA
082890             PERFORM 9000-REGISTRAR-MOVIMIENTO THRU 9000-EXIT
082900             IF SU-LOTE NOT = SPACES AND IF-CANTIDAD > 0
082910                 MOVE IF-CODIGO TO LOT-ABONO-COD
082920                 MOVE SU-LOTE TO LOT-ABONO-LOTE
082930                 MOVE "P" TO LOT-ABONO-BOD
082940                 IF SU-CADUCIDAD IS NUMERIC
082950                     MOVE SU-CADUCIDAD TO LOT-ABONO-CAD
082960                 ELSE
082970                     MOVE 0 TO LOT-ABONO-CAD
082980                 END-IF
082990                 MOVE IF-CANTIDAD TO LOT-ABONO-CANT
083000                 PERFORM 7430-AGREGAR-LOTE-ARCHIVO
083010                     THRU 7430-EXIT
083020             END-IF
083030     END-WRITE.
083040 9510-EXIT.
083050     EXIT.
083060
083070*----------------------------------------------------------*
083080* 9520-ESCRIBIR-CHECKPOINT - GRABA EL PUNTO DE CONTROL DE  *
083090*                            LA CARGA MASIVA PARA PERMITIR *
083100*                            REANUDARLA SI SE INTERRUMPE.  *
083110*----------------------------------------------------------*
083120 9520-ESCRIBIR-CHECKPOINT.
083130     MOVE REG-ACTUAL TO CK-CONTADOR.
083140     OPEN OUTPUT CARGACKP.
083150     WRITE CK-REGISTRO.
083160     CLOSE CARGACKP.
083170 9520-EXIT.
083180     EXIT.
083190
083200*----------------------------------------------------------*
083210* 9600-MENU-PROVEEDORES - MANTENIMIENTO DEL MAESTRO DE     *
083220*                         PROVEEDORES                      *
083230*----------------------------------------------------------*
083240 9600-MENU-PROVEEDORES.
083250     MOVE 0 TO OPCION-PROVEEDOR.
083260     PERFORM UNTIL OPCION-PROVEEDOR = 3
083270         DISPLAY "--- Proveedores ---"
083280         DISPLAY "1. Agregar Proveedor"
083290         DISPLAY "2. Mostrar Proveedores"
083300         DISPLAY "3. Volver al menu principal"
083310         DISPLAY "Seleccione una opcion: "
083320         ACCEPT OPCION-PROVEEDOR
083330
083340         EVALUATE OPCION-PROVEEDOR
083350             WHEN 1
083360                 PERFORM 9610-AGREGAR-PROVEEDOR THRU 9610-EXIT
083370             WHEN 2
083380                 PERFORM 9620-MOSTRAR-PROVEEDORES THRU 9620-EXIT
083390             WHEN 3
083400                 CONTINUE
083410             WHEN OTHER
083420                 DISPLAY "Opcion invalida, intente de nuevo."
083430         END-EVALUATE
083440     END-PERFORM.
083450 9600-EXIT.
083460     EXIT.
083470
083480*----------------------------------------------------------*
083490* 9610-AGREGAR-PROVEEDOR                                   *
083500*----------------------------------------------------------*
083510 9610-AGREGAR-PROVEEDOR.
083520     DISPLAY "Ingrese el codigo del proveedor: ".
083530     ACCEPT TEMP-COD-PROV.
083540     MOVE TEMP-COD-PROV TO PV-CODIGO.
083550
083560     DISPLAY "Ingrese el nombre del proveedor: ".
083570     ACCEPT TEMP-PV-NOMBRE.
083580     MOVE TEMP-PV-NOMBRE TO PV-NOMBRE.
083590
083600     DISPLAY "Ingrese el contacto del proveedor: ".
083610     ACCEPT TEMP-PV-CONTACTO.
083620     MOVE TEMP-PV-CONTACTO TO PV-CONTACTO.
083630
083640     MOVE "N" TO ENTRADA-VALIDA.
083650     PERFORM UNTIL ES-VALIDA
083660         DISPLAY "Ingrese el plazo de entrega en dias: "
083670         ACCEPT ENTRADA-CAPTURA
083680         PERFORM 9940-VALIDAR-ENTERO THRU 9940-EXIT
083690         IF NOT ES-VALIDA
083700             DISPLAY "Entrada invalida, debe ser numerica."
083710         END-IF
083720     END-PERFORM.
083730     MOVE VALOR-ENTERO TO TEMP-PV-PLAZO.
083740     MOVE TEMP-PV-PLAZO TO PV-PLAZO-ENTREGA.
083750
083760     WRITE PV-REGISTRO
083770         INVALID KEY
083780             DISPLAY "Ya existe un proveedor con ese codigo."
083790         NOT INVALID KEY
083800             DISPLAY "Proveedor agregado exitosamente."
083810     END-WRITE.
083820 9610-EXIT.
083830     EXIT.
083840
083850*----------------------------------------------------------*
083860* 9620-MOSTRAR-PROVEEDORES                                 *
083870*----------------------------------------------------------*
083880 9620-MOSTRAR-PROVEEDORES.
083890     MOVE LOW-VALUES TO PV-CODIGO.
083900     START PROVEEDOR KEY IS NOT LESS THAN PV-CODIGO
083910         INVALID KEY
083920             DISPLAY "No hay proveedores registrados."
083930             GO TO 9620-EXIT
083940     END-START.
083950
083960     DISPLAY "=== PROVEEDORES ===".
083970     MOVE "N" TO SW-FIN-ARCHIVO.
083980     PERFORM UNTIL FIN-ARCHIVO
083990         READ PROVEEDOR NEXT RECORD
084000             AT END
084010                 MOVE "S" TO SW-FIN-ARCHIVO
084020             NOT AT END
084030                 DISPLAY "Codigo: " PV-CODIGO
084040                 DISPLAY "Nombre: " PV-NOMBRE
084050                 DISPLAY "Contacto: " PV-CONTACTO
084060                 DISPLAY "Plazo de entrega (dias): "
084070                     PV-PLAZO-ENTREGA
084080                 DISPLAY "----------------------"
084090         END-READ
084100     END-PERFORM.
084110 9620-EXIT.
084120     EXIT.
084130
084140*----------------------------------------------------------*
084150* 9700-CONTEO-FISICO - CONCILIA EL CONTEO FISICO CONTRA    *
084160*                      INVENTAR Y POSTEA LOS AJUSTES       *
084170*----------------------------------------------------------*
084180 9700-CONTEO-FISICO.
084190     MOVE 0 TO CONTADOR-CONTADOS.
084200     MOVE 0 TO CONTADOR-AJUSTADOS.
084210     MOVE 0 TO CONTADOR-NO-HALL.
084220     MOVE 0 TO CONTADOR-DIG-INV.
084230
084240     OPEN INPUT CONTEOF.
084250     IF NOT FS-CONTEOF-OK
084260         DISPLAY "No se pudo abrir el archivo de conteo fisico."
084270         GO TO 9700-EXIT
084280     END-IF.
084290
084300     MOVE "REPCONTEO.TXT" TO REPORTE-NOMBRE.
084310     MOVE "REPORTE DE VARIANZA DE CONTEO FISICO"
084320         TO RP-TITULO.
084330     MOVE "CODIGO     SISTEMA CONTADO VARIANZA LOTE       B"
084340         TO RP-COLUMNAS.
084350     PERFORM 9970-ABRIR-REPORTE THRU 9970-EXIT.
084360     PERFORM 7400-CARGAR-LOTES THRU 7400-EXIT.
084370     DISPLAY "=== REPORTE DE VARIANZA DE CONTEO FISICO ===".
084380     MOVE "N" TO SW-FIN-ARCHIVO.
084390     PERFORM UNTIL FIN-ARCHIVO
084400         READ CONTEOF
084410             AT END
084420                 MOVE "S" TO SW-FIN-ARCHIVO
084430             NOT AT END
084440                 PERFORM 9710-CONCILIAR-RENGLON
084450                     THRU 9710-EXIT
084460         END-READ
084470     END-PERFORM.
084480     CLOSE CONTEOF.
084490     PERFORM 7410-GRABAR-LOTES THRU 7410-EXIT.
084500
084510     DISPLAY "Renglones contados: " CONTADOR-CONTADOS.
084520     DISPLAY "Ajustes aplicados: " CONTADOR-AJUSTADOS.
084530     DISPLAY "Codigos no encontrados: " CONTADOR-NO-HALL.
084540     DISPLAY "Digito verificador invalido: " CONTADOR-DIG-INV.
084550     MOVE ALL "-" TO RP-DETALLE.
084560     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
084570     MOVE SPACES TO RP-DETALLE.
084580     STRING "RENGLONES CONTADOS: " CONTADOR-CONTADOS
084590         "  AJUSTADOS: " CONTADOR-AJUSTADOS
084600         "  NO HALLADOS: " CONTADOR-NO-HALL
084610         "  DIGITO INV.: " CONTADOR-DIG-INV
084620         DELIMITED BY SIZE INTO RP-DETALLE.
084630     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
084640     PERFORM 9978-CERRAR-REPORTE THRU 9978-EXIT.
084650 9700-EXIT.
084660     EXIT.
084670
084680 9710-CONCILIAR-RENGLON.
084690     MOVE CF-CODIGO TO DGV-CODIGO.
084700     PERFORM 9945-VALIDAR-DIGITO THRU 9945-EXIT.
084710     IF DGV-RESULTADO NOT = "OK"
084720         ADD 1 TO CONTADOR-DIG-INV
084730         DISPLAY "Digito verificador invalido: " CF-CODIGO
084740         MOVE SPACES TO EX-REGISTRO
084750         MOVE "CONTEO" TO EX-ORIGEN
084760         MOVE CF-CODIGO TO EX-CODIGO
084770         MOVE "Digito verificador invalido" TO EX-MOTIVO
084780         PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT
084790         GO TO 9710-EXIT
084800     END-IF.
084810     MOVE CF-CODIGO TO IF-CODIGO.
084820     READ INVENTAR
084830         INVALID KEY
084840             ADD 1 TO CONTADOR-NO-HALL
084850             DISPLAY "Codigo no encontrado: " CF-CODIGO
084860             GO TO 9710-EXIT
084870     END-READ.
084880     IF CF-LOTE NOT = SPACES
084890         PERFORM 9715-CONCILIAR-LOTE THRU 9715-EXIT
084900         GO TO 9710-EXIT
084910     END-IF.
084920
084930     ADD 1 TO CONTADOR-CONTADOS.
084940     COMPUTE VARIANZA-CONTEO = CF-CANTIDAD - IF-CANTIDAD.
084950     DISPLAY "Codigo: " IF-CODIGO.
084960     DISPLAY "Cantidad en sistema: " IF-CANTIDAD.
084970     DISPLAY "Cantidad contada: " CF-CANTIDAD.
084980     DISPLAY "Varianza: " VARIANZA-CONTEO.
084990     DISPLAY "----------------------".
085000     MOVE VARIANZA-CONTEO TO VARIANZA-ED.
085010     MOVE SPACES TO RP-DETALLE.
085020     STRING IF-CODIGO " " IF-CANTIDAD "     " CF-CANTIDAD
085030         "     " VARIANZA-ED
085040         DELIMITED BY SIZE INTO RP-DETALLE.
085050     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
085060
085070     IF VARIANZA-CONTEO NOT = 0
085080         MOVE IF-CANTIDAD TO CANT-ANTERIOR
085090         MOVE 0 TO CONTEO-DESC-PRINC
085100         MOVE 0 TO CONTEO-DESC-ANEXO
085110*        UN SOBRANTE SE ABONA A LA BODEGA PRINCIPAL; UN
085120*        FALTANTE SE DESCARGA PRIMERO DE LA PRINCIPAL Y EL
085130*        RESTO DE LA ANEXA, PARA QUE EL TOTAL QUEDE IGUAL AL
085140*        CONTEO SIN DESBORDAR LOS CAMPOS SIN SIGNO.
085150         IF VARIANZA-CONTEO > 0
085160             ADD VARIANZA-CONTEO TO IF-CANT-PRINCIPAL
085170         ELSE
085180             COMPUTE FALTANTE-CONTEO = 0 - VARIANZA-CONTEO
085190             IF FALTANTE-CONTEO > IF-CANT-PRINCIPAL
085200                 MOVE IF-CANT-PRINCIPAL TO CONTEO-DESC-PRINC
085210                 SUBTRACT IF-CANT-PRINCIPAL FROM FALTANTE-CONTEO
085220                 MOVE 0 TO IF-CANT-PRINCIPAL
085230                 MOVE FALTANTE-CONTEO TO CONTEO-DESC-ANEXO
085240                 SUBTRACT FALTANTE-CONTEO FROM IF-CANT-ANEXO
085250             ELSE
085260                 MOVE FALTANTE-CONTEO TO CONTEO-DESC-PRINC
085270                 SUBTRACT FALTANTE-CONTEO FROM IF-CANT-PRINCIPAL
085280             END-IF
085290         END-IF
085300         COMPUTE IF-CANTIDAD = IF-CANT-PRINCIPAL + IF-CANT-ANEXO
085310         REWRITE IF-REGISTRO
085320             INVALID KEY
085330                 DISPLAY "No se pudo ajustar el producto."
085340             NOT INVALID KEY
085350                 ADD 1 TO CONTADOR-AJUSTADOS
085360                 MOVE IF-CODIGO TO MOV-CODIGO
085370                 MOVE "C" TO MOV-OPERACION
085380                 MOVE CANT-ANTERIOR TO MOV-CANT-ANTERIOR
085390                 MOVE IF-CANTIDAD TO MOV-CANT-NUEVA
085400                 PERFORM 9000-REGISTRAR-MOVIMIENTO THRU 9000-EXIT
085410                 PERFORM 9712-FALTANTE-POR-LOTE THRU 9712-EXIT
085420         END-REWRITE
085430     END-IF.
085440 9710-EXIT.
085450     EXIT.
085460
085470*----------------------------------------------------------*
085480* 9712-FALTANTE-POR-LOTE - UN FALTANTE CONTADO POR TOTAL   *
085490*                          SE DESCARGA DE LOS LOTES DE     *
085500*                          CADA BODEGA EN ORDEN DE         *
085510*                          CADUCIDAD                       *
085520*----------------------------------------------------------*
085530 9712-FALTANTE-POR-LOTE.
085540     MOVE IF-CODIGO TO LOT-CONS-COD.
085550     MOVE SPACES TO LOT-CONS-LOTE.
085560     MOVE SPACE TO LOT-CONS-DEST.
085570     IF CONTEO-DESC-PRINC > 0
085580         MOVE "P" TO LOT-CONS-BOD
085590         MOVE CONTEO-DESC-PRINC TO LOT-CONS-CANT
085600         PERFORM 7440-CONSUMIR-POR-CADUCIDAD THRU 7440-EXIT
085610     END-IF.
085620     IF CONTEO-DESC-ANEXO > 0
085630         MOVE "A" TO LOT-CONS-BOD
085640         MOVE CONTEO-DESC-ANEXO TO LOT-CONS-CANT
085650         PERFORM 7440-CONSUMIR-POR-CADUCIDAD THRU 7440-EXIT
085660     END-IF.
085670 9712-EXIT.
085680     EXIT.
085690
085700*----------------------------------------------------------*
085710* 9715-CONCILIAR-LOTE - RENGLON DE CONTEO POR LOTE: LA     *
085720*                       VARIANZA CONTRA EL LOTE AJUSTA EL  *
085730*                       LOTE Y LA BODEGA DEL PRODUCTO      *
085740*----------------------------------------------------------*
085750 9715-CONCILIAR-LOTE.
085760     IF CF-BODEGA NOT = "A"
085770         MOVE "P" TO CF-BODEGA
085780     END-IF.
085790     IF CF-CADUCIDAD IS NOT NUMERIC
085800         MOVE 0 TO CF-CADUCIDAD
085810     END-IF.
085820     ADD 1 TO CONTADOR-CONTADOS.
085830     MOVE 0 TO LOT-MEJOR.
085840     MOVE 0 TO LOT-SISTEMA.
085850     PERFORM VARYING LOT-IDX FROM 1 BY 1
085860             UNTIL LOT-IDX > LOT-CONTADOR
085870         IF LOT-CODIGO(LOT-IDX) = CF-CODIGO
085880                 AND LOT-LOTE(LOT-IDX) = CF-LOTE
085890                 AND LOT-BODEGA(LOT-IDX) = CF-BODEGA
085900             SET LOT-MEJOR TO LOT-IDX
085910             MOVE LOT-CANTIDAD(LOT-IDX) TO LOT-SISTEMA
085920         END-IF
085930     END-PERFORM.
085940     COMPUTE VARIANZA-CONTEO = CF-CANTIDAD - LOT-SISTEMA.
085950     DISPLAY "Codigo: " IF-CODIGO " lote " CF-LOTE
085960         " bodega " CF-BODEGA.
085970     DISPLAY "Cantidad del lote en sistema: " LOT-SISTEMA.
085980     DISPLAY "Cantidad contada: " CF-CANTIDAD.
085990     DISPLAY "Varianza: " VARIANZA-CONTEO.
086000     DISPLAY "----------------------".
086010     MOVE VARIANZA-CONTEO TO VARIANZA-ED.
086020     MOVE SPACES TO RP-DETALLE.
086030     STRING IF-CODIGO " " LOT-SISTEMA "     " CF-CANTIDAD
086040         "     " VARIANZA-ED "     " CF-LOTE " " CF-BODEGA
086050         DELIMITED BY SIZE INTO RP-DETALLE.
086060     PERFORM 9975-ESCRIBIR-DETALLE THRU 9975-EXIT.
086070     IF VARIANZA-CONTEO = 0
086080         GO TO 9715-EXIT
086090     END-IF.
086100
086110     MOVE IF-CANTIDAD TO CANT-ANTERIOR.
086120     IF VARIANZA-CONTEO > 0
086130         IF CF-BODEGA = "A"
086140             ADD VARIANZA-CONTEO TO IF-CANT-ANEXO
086150         ELSE
086160             ADD VARIANZA-CONTEO TO IF-CANT-PRINCIPAL
086170         END-IF
086180     ELSE
086190         COMPUTE FALTANTE-CONTEO = 0 - VARIANZA-CONTEO
086200         IF CF-BODEGA = "A"
086210             IF FALTANTE-CONTEO > IF-CANT-ANEXO
086220                 MOVE 0 TO IF-CANT-ANEXO
086230             ELSE
086240                 SUBTRACT FALTANTE-CONTEO FROM IF-CANT-ANEXO
086250             END-IF
086260         ELSE
086270             IF FALTANTE-CONTEO > IF-CANT-PRINCIPAL
086280                 MOVE 0 TO IF-CANT-PRINCIPAL
086290             ELSE
086300                 SUBTRACT FALTANTE-CONTEO FROM IF-CANT-PRINCIPAL
086310             END-IF
086320         END-IF
086330     END-IF.
086340     COMPUTE IF-CANTIDAD = IF-CANT-PRINCIPAL + IF-CANT-ANEXO.
086350     REWRITE IF-REGISTRO
086360         INVALID KEY
086370             DISPLAY "No se pudo ajustar el producto."
086380             GO TO 9715-EXIT
086390     END-REWRITE.
086400     ADD 1 TO CONTADOR-AJUSTADOS.
086410     MOVE IF-CODIGO TO MOV-CODIGO.
086420     MOVE "C" TO MOV-OPERACION.
086430     MOVE CANT-ANTERIOR TO MOV-CANT-ANTERIOR.
086440     MOVE IF-CANTIDAD TO MOV-CANT-NUEVA.
086450     PERFORM 9000-REGISTRAR-MOVIMIENTO THRU 9000-EXIT.
086460
086470     IF LOT-MEJOR > 0
086480         MOVE CF-CANTIDAD TO LOT-CANTIDAD(LOT-MEJOR)
086490         IF LOT-CADUCIDAD(LOT-MEJOR) = 0
086500             MOVE CF-CADUCIDAD TO LOT-CADUCIDAD(LOT-MEJOR)
086510         END-IF
086520     ELSE
086530         MOVE CF-CODIGO TO LOT-ABONO-COD
086540         MOVE CF-LOTE TO LOT-ABONO-LOTE
086550         MOVE CF-BODEGA TO LOT-ABONO-BOD
086560         MOVE CF-CADUCIDAD TO LOT-ABONO-CAD
086570         MOVE CF-CANTIDAD TO LOT-ABONO-CANT
086580         PERFORM 7420-ABONAR-LOTE THRU 7420-EXIT
086590     END-IF.
086600 9715-EXIT.
086610     EXIT.
086620
086630*----------------------------------------------------------*
086640* 9790-VERIFICAR-DESPACHO - CUADRA EL LOTE DE PICKING      *
086650*                           CONTRA SU REGISTRO DE CONTROL  *
086660*                           ANTES DE DESCARGARLO           *
086670*----------------------------------------------------------*
086680 9790-VERIFICAR-DESPACHO.
086690     MOVE "S" TO SW-LOTE-BALANCEADO.
086700     MOVE "N" TO SW-HAY-CONTROL.
086710     MOVE 0 TO DP-CUENTA-LOTE.
086720     MOVE 0 TO DP-TOTAL-LOTE.
086730     OPEN INPUT DESPACHO.
086740     IF NOT FS-DESPACHO-OK
086750         GO TO 9790-EXIT
086760     END-IF.
086770     MOVE "N" TO SW-FIN-ARCHIVO.
086780     PERFORM UNTIL FIN-ARCHIVO
086790         READ DESPACHO
086800             AT END
086810                 MOVE "S" TO SW-FIN-ARCHIVO
086820             NOT AT END
086830                 PERFORM 9795-CONTAR-LINEA THRU 9795-EXIT
086840         END-READ
086850     END-PERFORM.
086860     CLOSE DESPACHO.
086870
086880     IF NOT HAY-CONTROL
086890         DISPLAY "Sin registro de control en DESPACHO.DAT; "
086900             "el lote no se verifica."
086910         GO TO 9790-EXIT
086920     END-IF.
086930     COMPUTE DP-DIF-CUENTA = DP-CUENTA-LOTE - DP-CUENTA-DECL.
086940     COMPUTE DP-DIF-TOTAL = DP-TOTAL-LOTE - DP-TOTAL-DECL.
086950     IF DP-DIF-CUENTA = 0 AND DP-DIF-TOTAL = 0
086960         DISPLAY "Lote de despacho EN BALANCE con su "
086970             "registro de control."
086980         GO TO 9790-EXIT
086990     END-IF.
087000     MOVE "N" TO SW-LOTE-BALANCEADO.
087010     MOVE DP-DIF-CUENTA TO DP-DIF-CUENTA-ED.
087020     MOVE DP-DIF-TOTAL TO DP-DIF-TOTAL-ED.
087030     DISPLAY "Lote de despacho FUERA DE BALANCE: "
087040         "diferencia en cuenta " DP-DIF-CUENTA-ED
087050         ", en cantidades " DP-DIF-TOTAL-ED
087060         "; no se procesa.".
087070     MOVE SPACES TO EX-REGISTRO.
087080     MOVE "DESPACHO" TO EX-ORIGEN.
087090     MOVE "LOTE" TO EX-CODIGO.
087100     MOVE "Lote fuera de balance" TO EX-MOTIVO.
087110     PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT.
087120 9790-EXIT.
087130     EXIT.
087140
087150 9795-CONTAR-LINEA.
087160     IF DP-TR-MARCA = "*"
087170         IF DP-TR-CUENTA IS NUMERIC
087180                 AND DP-TR-TOTAL IS NUMERIC
087190             MOVE "S" TO SW-HAY-CONTROL
087200             MOVE DP-TR-CUENTA TO DP-CUENTA-DECL
087210             MOVE DP-TR-TOTAL TO DP-TOTAL-DECL
087220         ELSE
087230             DISPLAY "Registro de control invalido en "
087240                 "DESPACHO.DAT."
087250         END-IF
087260         GO TO 9795-EXIT
087270     END-IF.
087280     ADD 1 TO DP-CUENTA-LOTE.
087290     IF DP-CANTIDAD IS NUMERIC
087300         ADD DP-CANTIDAD TO DP-TOTAL-LOTE
087310     END-IF.
087320 9795-EXIT.
087330     EXIT.
087340
087350*----------------------------------------------------------*
087360* 9800-DESPACHO-MASIVO - PROCESA UN ARCHIVO DE PICKING Y   *
087370*                        DESCARGA LAS CANTIDADES           *
087380*                        DESPACHADAS DE INVENTAR.          *
087390*----------------------------------------------------------*
087400 9800-DESPACHO-MASIVO.
087410*    ANTES DE DESCARGAR NADA SE CUADRA EL LOTE CONTRA SU
087420*    REGISTRO DE CONTROL; UNA TRANSFERENCIA TRUNCADA SE
087430*    DETIENE AQUI.
087440     PERFORM 9790-VERIFICAR-DESPACHO THRU 9790-EXIT.
087450     IF NOT LOTE-EN-BALANCE
087460         GO TO 9800-EXIT
087470     END-IF.
087480
087490     MOVE 0 TO CONTADOR-DESPACHADOS.
087500     MOVE 0 TO CONTADOR-DESP-RECH.
087510     MOVE 0 TO FAC-CONTADOR.
087520     MOVE 0 TO FAC-OMITIDOS.
087530     MOVE 0 TO FAC-SIN-FOLIO.
087540
087550     OPEN INPUT DESPACHO.
087560     IF NOT FS-DESPACHO-OK
087570         DISPLAY "No se pudo abrir el archivo de despacho."
087580         GO TO 9800-EXIT
087590     END-IF.
087600     PERFORM 7400-CARGAR-LOTES THRU 7400-EXIT.
087610
087620     MOVE "N" TO SW-FIN-ARCHIVO.
087630     PERFORM UNTIL FIN-ARCHIVO
087640         READ DESPACHO
087650             AT END
087660                 MOVE "S" TO SW-FIN-ARCHIVO
087670             NOT AT END
087680                 PERFORM 9810-PROCESAR-DESPACHO
087690                     THRU 9810-EXIT
087700         END-READ
087710     END-PERFORM.
087720     CLOSE DESPACHO.
087730     PERFORM 7410-GRABAR-LOTES THRU 7410-EXIT.
087740
087750     DISPLAY "Lineas despachadas: " CONTADOR-DESPACHADOS.
087760     DISPLAY "Lineas rechazadas: " CONTADOR-DESP-RECH.
087770     IF FAC-SIN-FOLIO > 0
087780         DISPLAY "Lineas despachadas sin folio de pedido "
087790             "(no se facturan): " FAC-SIN-FOLIO
087800     END-IF.
087810     IF FAC-CONTADOR > 0
087820         PERFORM 7310-FACTURAR-DESPACHO THRU 7310-EXIT
087830     END-IF.
087840 9800-EXIT.
087850     EXIT.
087860
087870*----------------------------------------------------------*
087880* 9810-PROCESAR-DESPACHO - DESCARGA UNA LINEA DE PICKING   *
087890*                          CONTRA UN PRODUCTO DE INVENTAR  *
087900*----------------------------------------------------------*
087910 9810-PROCESAR-DESPACHO.
087920     IF DP-TR-MARCA = "*"
087930         GO TO 9810-EXIT
087940     END-IF.
087950     MOVE DP-CODIGO TO DGV-CODIGO.
087960     PERFORM 9945-VALIDAR-DIGITO THRU 9945-EXIT.
087970     IF DGV-RESULTADO NOT = "OK"
087980         ADD 1 TO CONTADOR-DESP-RECH
087990         DISPLAY "Digito verificador invalido, se rechaza: "
088000             DP-CODIGO
088010         MOVE SPACES TO EX-REGISTRO
088020         MOVE "DESPACHO" TO EX-ORIGEN
088030         MOVE DP-CODIGO TO EX-CODIGO
088040         MOVE "Digito verificador invalido" TO EX-MOTIVO
088050         PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT
088060         GO TO 9810-EXIT
088070     END-IF.
088080     MOVE DP-CODIGO TO IF-CODIGO.
088090     READ INVENTAR
088100         INVALID KEY
088110             ADD 1 TO CONTADOR-DESP-RECH
088120             DISPLAY "Codigo no encontrado, se rechaza: "
088130                 DP-CODIGO
088140             GO TO 9810-EXIT
088150     END-READ.
088160
088170     IF DP-CANTIDAD > IF-CANT-PRINCIPAL
088180         ADD 1 TO CONTADOR-DESP-RECH
088190         DISPLAY "Stock insuficiente, se rechaza: " DP-CODIGO
088200         GO TO 9810-EXIT
088210     END-IF.
088220
088230     MOVE IF-CANTIDAD TO CANT-ANTERIOR.
088240     SUBTRACT DP-CANTIDAD FROM IF-CANT-PRINCIPAL.
088250*    LO QUE SE SURTE DEJA DE ESTAR RESERVADO; UNA LINEA DE
088260*    PICKING CAPTURADA A MANO PUEDE NO TRAER RESERVA.
088270     IF DP-CANTIDAD > IF-CANT-RESERVADA
088280         MOVE 0 TO IF-CANT-RESERVADA
088290     ELSE
088300         SUBTRACT DP-CANTIDAD FROM IF-CANT-RESERVADA
088310     END-IF.
088320     COMPUTE IF-CANTIDAD = IF-CANT-PRINCIPAL + IF-CANT-ANEXO.
088330     REWRITE IF-REGISTRO
088340         INVALID KEY
088350             ADD 1 TO CONTADOR-DESP-RECH
088360             DISPLAY "No se pudo actualizar el producto: "
088370                 DP-CODIGO
088380         NOT INVALID KEY
088390             ADD 1 TO CONTADOR-DESPACHADOS
088400             MOVE IF-CODIGO TO MOV-CODIGO
088410             MOVE "S" TO MOV-OPERACION
088420             MOVE CANT-ANTERIOR TO MOV-CANT-ANTERIOR
088430             MOVE IF-CANTIDAD TO MOV-CANT-NUEVA
088440             PERFORM 9000-REGISTRAR-MOVIMIENTO THRU 9000-EXIT
088450             PERFORM 9815-ANOTAR-PARA-FACTURA THRU 9815-EXIT
088460             MOVE IF-CODIGO TO LOT-CONS-COD
088470             MOVE "P" TO LOT-CONS-BOD
088480             MOVE DP-LOTE TO LOT-CONS-LOTE
088490             MOVE DP-CANTIDAD TO LOT-CONS-CANT
088500             MOVE SPACE TO LOT-CONS-DEST
088510             PERFORM 7440-CONSUMIR-POR-CADUCIDAD THRU 7440-EXIT
088520     END-REWRITE.
088530 9810-EXIT.
088540     EXIT.
088550
088560*----------------------------------------------------------*
088570* 9815-ANOTAR-PARA-FACTURA - GUARDA LA LINEA DESPACHADA    *
088580*                            CON EL PRECIO DEL DIA PARA    *
088590*                            FACTURAR SU FOLIO AL TERMINAR *
088600*----------------------------------------------------------*
088610 9815-ANOTAR-PARA-FACTURA.
088620     IF DP-FOLIO IS NOT NUMERIC OR DP-FOLIO = 0
088630         ADD 1 TO FAC-SIN-FOLIO
088640         GO TO 9815-EXIT
088650     END-IF.
088660     IF FAC-CONTADOR >= 200
088670         ADD 1 TO FAC-OMITIDOS
088680         MOVE SPACES TO EX-REGISTRO
088690         MOVE "FACTURA" TO EX-ORIGEN
088700         MOVE DP-CODIGO TO EX-CODIGO
088710         MOVE "Linea despachada sin facturar" TO EX-MOTIVO
088720         PERFORM 9900-REGISTRAR-EXCEPCION THRU 9900-EXIT
088730         GO TO 9815-EXIT
088740     END-IF.
088750     ADD 1 TO FAC-CONTADOR.
088760     SET FAC-IDX TO FAC-CONTADOR.
088770     MOVE DP-FOLIO    TO FAC-FOLIO(FAC-IDX).
088780     MOVE IF-CODIGO   TO FAC-CODIGO(FAC-IDX).
088790     MOVE IF-NOMBRE   TO FAC-NOMBRE(FAC-IDX).
088800     MOVE DP-CANTIDAD TO FAC-CANTIDAD(FAC-IDX).
088810     MOVE IF-PRECIO   TO FAC-PRECIO(FAC-IDX).
088820     MOVE "N"         TO FAC-EMITIDO(FAC-IDX).
088830 9815-EXIT.
088840     EXIT.
088850
088860*----------------------------------------------------------*
088870* 9900-REGISTRAR-EXCEPCION - BITACORA PERMANENTE DE        *
088880*                            RENGLONES RECHAZADOS, PARA    *
088890*                            REVISAR A TRAVES DE VARIAS    *
088900*                            CORRIDAS.                     *
088910*----------------------------------------------------------*
088920 9900-REGISTRAR-EXCEPCION.
088930     OPEN EXTEND EXCEPCION.
088940     IF NOT FS-EXCEPCION-OK
088950         OPEN OUTPUT EXCEPCION
088960     END-IF.
088970     MOVE OPERADOR-ACTUAL TO EX-OPERADOR.
088980     ACCEPT EX-FECHA FROM DATE YYYYMMDD.
088990     MOVE "P" TO EX-ESTADO.
089000     MOVE 0 TO EX-FECHA-RES.
089010     MOVE SPACES TO EX-NOTA.
089020     WRITE EX-REGISTRO.
089030     CLOSE EXCEPCION.
089040 9900-EXIT.
089050     EXIT.
089060
089070*----------------------------------------------------------*
089080* 9930-VALIDAR-DECIMAL - VALIDA UNA CAPTURA NUMERICA CON   *
089090*                        PUNTO DECIMAL OPCIONAL Y LA DEJA  *
089100*                        EN VALOR-DECIMAL                  *
089110*----------------------------------------------------------*
089120 9930-VALIDAR-DECIMAL.
089130     MOVE "N" TO ENTRADA-VALIDA.
089140     MOVE 0 TO CAPTURA-LONGITUD.
089150     INSPECT ENTRADA-CAPTURA TALLYING CAPTURA-LONGITUD
089160         FOR CHARACTERS BEFORE INITIAL SPACE.
089170     IF CAPTURA-LONGITUD = 0
089180         GO TO 9930-EXIT
089190     END-IF.
089200     MOVE 0 TO PUNTO-CONTADOR.
089210     INSPECT ENTRADA-CAPTURA TALLYING PUNTO-CONTADOR
089220         FOR ALL ".".
089230     IF PUNTO-CONTADOR > 1
089240         GO TO 9930-EXIT
089250     END-IF.
089260     MOVE SPACES TO CAPTURA-PARTE-ENT.
089270     MOVE SPACES TO CAPTURA-PARTE-DEC.
089280     IF PUNTO-CONTADOR = 1
089290         MOVE 0 TO ENT-LONGITUD
089300         INSPECT ENTRADA-CAPTURA TALLYING ENT-LONGITUD
089310             FOR CHARACTERS BEFORE INITIAL "."
089320         IF ENT-LONGITUD > 5
089330             GO TO 9930-EXIT
089340         END-IF
089350         IF ENT-LONGITUD >= CAPTURA-LONGITUD
089360             GO TO 9930-EXIT
089370         END-IF
089380         COMPUTE DEC-LONGITUD =
089390                 CAPTURA-LONGITUD - ENT-LONGITUD - 1
089400         IF DEC-LONGITUD > 2
089410             GO TO 9930-EXIT
089420         END-IF
089430         IF ENT-LONGITUD > 0
089440             MOVE ENTRADA-CAPTURA(1:ENT-LONGITUD)
089450                 TO CAPTURA-PARTE-ENT
089460         END-IF
089470         IF DEC-LONGITUD > 0
089480             MOVE ENTRADA-CAPTURA(ENT-LONGITUD + 2:DEC-LONGITUD)
089490                 TO CAPTURA-PARTE-DEC
089500         END-IF
089510     ELSE
089520         IF CAPTURA-LONGITUD > 5
089530             GO TO 9930-EXIT
089540         END-IF
089550         MOVE ENTRADA-CAPTURA(1:CAPTURA-LONGITUD)
089560             TO CAPTURA-PARTE-ENT
089570     END-IF.
089580     INSPECT CAPTURA-PARTE-ENT
089590         REPLACING LEADING SPACE BY ZERO.
089600     INSPECT CAPTURA-PARTE-DEC
089610         REPLACING TRAILING SPACE BY ZERO.
089620     IF CAPTURA-PARTE-ENT IS NOT NUMERIC
089630         GO TO 9930-EXIT
089640     END-IF.
089650     IF CAPTURA-PARTE-DEC IS NOT NUMERIC
089660         GO TO 9930-EXIT
089670     END-IF.
089680     COMPUTE VALOR-DECIMAL =
089690             CAPTURA-ENT-NUM + (CAPTURA-DEC-NUM / 100).
089700     MOVE "S" TO ENTRADA-VALIDA.
089710 9930-EXIT.
089720     EXIT.
089730
089740*----------------------------------------------------------*
089750* 9940-VALIDAR-ENTERO - VALIDA UNA CAPTURA NUMERICA SIN    *
089760*                       DECIMALES Y LA DEJA EN VALOR-ENTERO*
089770*----------------------------------------------------------*
089780 9940-VALIDAR-ENTERO.
089790     MOVE "N" TO ENTRADA-VALIDA.
089800     MOVE 0 TO CAPTURA-LONGITUD.
089810     INSPECT ENTRADA-CAPTURA TALLYING CAPTURA-LONGITUD
089820         FOR CHARACTERS BEFORE INITIAL SPACE.
089830     IF CAPTURA-LONGITUD = 0 OR CAPTURA-LONGITUD > 3
089840         GO TO 9940-EXIT
089850     END-IF.
089860     MOVE SPACES TO CAPTURA-PARTE-ENT.
089870     MOVE ENTRADA-CAPTURA(1:CAPTURA-LONGITUD)
089880         TO CAPTURA-PARTE-ENT.
089890     INSPECT CAPTURA-PARTE-ENT
089900         REPLACING LEADING SPACE BY ZERO.
089910     IF CAPTURA-PARTE-ENT IS NOT NUMERIC
089920         GO TO 9940-EXIT
089930     END-IF.
089940     MOVE CAPTURA-ENT-NUM TO VALOR-ENTERO.
089950     MOVE "S" TO ENTRADA-VALIDA.
089960 9940-EXIT.
089970     EXIT.
089980
089990*----------------------------------------------------------*
090000* 9945-VALIDAR-DIGITO - VALIDA EL DIGITO VERIFICADOR DEL   *
090010*                       CODIGO EN DGV-CODIGO ANTES DE      *
090020*                       BUSCARLO EN EL MAESTRO; DEJA EL    *
090030*                       RESULTADO EN DGV-RESULTADO         *
090040*----------------------------------------------------------*
090050 9945-VALIDAR-DIGITO.
090060     MOVE "V" TO DGV-FUNCION.
090070     CALL "ParImpar".
090080 9945-EXIT.
090090     EXIT.
090100
090110*----------------------------------------------------------*
090120* 9960-VALIDAR-SUPERVISOR - LAS OPCIONES DESTRUCTIVAS SOLO *
090130*                           PROCEDEN CON NIVEL SUPERVISOR; *
090140*                           EN CORRIDAS DIRECTAS EL NIVEL  *
090150*                           QUEDA SIN ESTABLECER Y NO      *
090160*                           RESTRINGE                      *
090170*----------------------------------------------------------*
090180 9960-VALIDAR-SUPERVISOR.
090190     MOVE "S" TO SW-ACCESO-OK.
090200     IF NIVEL-OPERADOR IS NUMERIC AND NIVEL-OPERADOR = 1
090210         MOVE "N" TO SW-ACCESO-OK
090220         DISPLAY "Opcion restringida a supervisores."
090230     END-IF.
090240 9960-EXIT.
090250     EXIT.
090260
090270
090280*----------------------------------------------------------*
090290* 9970-ABRIR-REPORTE - ABRE EL ARCHIVO DE IMPRESION CUYO   *
090300*                      NOMBRE, TITULO Y COLUMNAS YA FUERON *
090310*                      ESTABLECIDOS, Y ESCRIBE EL PRIMER   *
090320*                      ENCABEZADO                          *
090330*----------------------------------------------------------*
090340 9970-ABRIR-REPORTE.
090350     MOVE "N" TO SW-REPORTE-ABIERTO.
090360     OPEN OUTPUT REPORTE.
090370     IF NOT FS-REPORTE-OK
090380         DISPLAY "No se pudo crear el reporte "
090390             REPORTE-NOMBRE
090400         GO TO 9970-EXIT
090410     END-IF.
090420     MOVE "S" TO SW-REPORTE-ABIERTO.
090430     MOVE 0 TO RP-PAGINA.
090440     ACCEPT RP-FECHA FROM DATE YYYYMMDD.
090450     PERFORM 9972-ENCABEZADO-PAGINA THRU 9972-EXIT.
090460 9970-EXIT.
090470     EXIT.
090480
090490*----------------------------------------------------------*
090500* 9972-ENCABEZADO-PAGINA - TITULO, FECHA, OPERADOR, NUMERO *
090510*                          DE PAGINA Y ENCABEZADOS DE      *
090520*                          COLUMNA                         *
090530*----------------------------------------------------------*
090540 9972-ENCABEZADO-PAGINA.
090550     IF NOT REPORTE-ABIERTO
090560         GO TO 9972-EXIT
090570     END-IF.
090580     ADD 1 TO RP-PAGINA.
090590     MOVE RP-PAGINA TO RP-PAGINA-ED.
090600     MOVE SPACES TO RP-REGISTRO.
090610     STRING RP-TITULO " FECHA " RP-FECHA " PAG " RP-PAGINA-ED
090620         DELIMITED BY SIZE INTO RP-REGISTRO.
090630     WRITE RP-REGISTRO.
090640     MOVE SPACES TO RP-REGISTRO.
090650     STRING "OPERADOR: " OPERADOR-ACTUAL
090660         DELIMITED BY SIZE INTO RP-REGISTRO.
090670     WRITE RP-REGISTRO.
090680     MOVE RP-COLUMNAS TO RP-REGISTRO.
090690     WRITE RP-REGISTRO.
090700     MOVE ALL "-" TO RP-REGISTRO.
090710     WRITE RP-REGISTRO.
090720     MOVE 4 TO RP-LINEAS.
090730 9972-EXIT.
090740     EXIT.
090750
090760*----------------------------------------------------------*
090770* 9975-ESCRIBIR-DETALLE - ESCRIBE RP-DETALLE CON CORTE DE  *
090780*                         PAGINA CADA 60 RENGLONES         *
090790*----------------------------------------------------------*
090800 9975-ESCRIBIR-DETALLE.
090810     IF NOT REPORTE-ABIERTO
090820         GO TO 9975-EXIT
090830     END-IF.
090840     IF RP-LINEAS >= 60
090850         MOVE SPACES TO RP-REGISTRO
090860         WRITE RP-REGISTRO
090870         PERFORM 9972-ENCABEZADO-PAGINA THRU 9972-EXIT
090880     END-IF.
090890     MOVE RP-DETALLE TO RP-REGISTRO.
090900     WRITE RP-REGISTRO.
090910     ADD 1 TO RP-LINEAS.
090920 9975-EXIT.
090930     EXIT.
090940
090950*----------------------------------------------------------*
090960* 9978-CERRAR-REPORTE                                      *
090970*----------------------------------------------------------*
090980 9978-CERRAR-REPORTE.
090990     IF NOT REPORTE-ABIERTO
091000         GO TO 9978-EXIT
091010     END-IF.
091020     CLOSE REPORTE.
091030     MOVE "N" TO SW-REPORTE-ABIERTO.
091040     DISPLAY "Reporte impreso generado en " REPORTE-NOMBRE.
091050 9978-EXIT.
091060     EXIT.
