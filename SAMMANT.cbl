000100* LISTADO SAM-APLI Y LAS RECHAZADAS AL LISTADO SAM-RECH CON EL   *
000110* MOTIVO DE RECHAZO, PARA QUE EL AREA USUARIA CORRIJA Y          *
000120* RETRANSMITA A LA NOCHE SIGUIENTE.                              *
000130* CADA LOTE DE SAM-TRAN SE CUADRA CONTRA SU TRAILER ANTES DE     *
000140* APLICAR NADA; UN LOTE QUE NO CUADRA O QUE YA SE APLICO SE      *
000150* RECHAZA COMPLETO Y EL JOB TERMINA CON RETURN-CODE 8.           *
000160* LAS BAJAS Y LOS CAMBIOS QUE INACTIVAN A UN CLIENTE ACTIVO NO   *
000170* SE APLICAN DIRECTO: QUEDAN RETENIDOS EN SAM-AUTP HASTA QUE     *
000180* OTRO USUARIO LOS APRUEBE (TRANSACCION 'V') O VENZAN.           *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    SAMMANT.
000220 AUTHOR.        R ALVARADO.
000230 INSTALLATION.  DEPTO DE SISTEMAS.
000240 DATE-WRITTEN.  08/10/2026.
000250 DATE-COMPILED. 08/10/2026.
000260*----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280*----------------------------------------------------------------
000290* 08/10/2026  RAV  VERSION ORIGINAL - ALTAS, CAMBIOS Y BAJAS A
000300*                  SAM-FILE POR ARCHIVO DE TRANSACCIONES, CON
000310*                  LISTADO DE APLICADAS Y DE RECHAZADAS. ANTES
000320*                  LAS CORRECCIONES SE METIAN CON EDITOR DE
000330*                  ARCHIVOS, QUE ES DE DONDE SALIAN LAS LLAVES
000340*                  NO NUMERICAS QUE CAZA COBOLSQL.
000350* 08/24/2026  RAV  CAMPOS NUEVOS DE SAM-FILE: ESTADO DEL
000360*                  CLIENTE, TELEFONO Y FECHA DE ULTIMO
000370*                  MANTENIMIENTO. LA TRANSACCION ACARREA ESTADO
000380*                  Y TELEFONO (CON SUS EDICIONES); LA FECHA DE
000390*                  MANTENIMIENTO LA PONE ESTE PROGRAMA CON LA
000400*                  FECHA DE PROCESO EN CADA ALTA O CAMBIO.
000410* 08/26/2026  RAV  TRANSACCIONES CON FECHA EFECTIVA: SOLO SE
000420*                  APLICAN LAS QUE YA LLEGARON A SU FECHA; LAS
000430*                  FUTURAS SE ESTACIONAN EN EL ARCHIVO DE
000440*                  PENDIENTES SAM-PEND, QUE SE RELEE CADA NOCHE
000450*                  Y SE RELISTA EN EL REPORTE SAM-PNDR PARA QUE
000460*                  EL AREA USUARIA VEA LA COLA. EL CODIGO NUEVO
000470*                  'X' CANCELA LAS PENDIENTES DE UNA LLAVE
000480*                  ANTES DE SU LIBERACION. PARM NUEVO CON FECHA
000490*                  DE PROCESO, IGUAL QUE COBOLSQL.
000500* 08/31/2026  RAV  JOURNAL DE IMAGENES ANTERIORES SAM-JRNL: POR
000510*                  CADA TRANSACCION APLICADA SE GRABA ACCION,
000520*                  LLAVE Y LA IMAGEN DEL REGISTRO ANTES DEL
000530*                  CAMBIO (EN ALTAS VA EN BLANCO - LO QUE SE
000540*                  JOURNALIZA ES LA LLAVE NUEVA). EL PROGRAMA
000550*                  SAMBKOUT LEE ESE JOURNAL EN REVERSA Y
000560*                  RESTAURA SAM-FILE AL ESTADO PREVIO A UN LOTE
000570*                  MALO; SAM-AUDT SOLO CUBRE SAM-TAB Y EL
000580*                  MAESTRO INDEXADO NO TENIA DESHACER.
000590* 09/08/2026  RAV  CONTROL DE LOTES: SAM-TRAN TRAE ENCABEZADO
000600*                  ('H' - ORIGEN, NUMERO DE LOTE Y FECHA) Y
000610*                  TRAILER ('T' - CUENTA POR CODIGO Y HASH DE
000620*                  LLAVES) POR LOTE. UNA PASADA PREVIA CUADRA
000630*                  CADA LOTE ANTES DE APLICAR NADA; UN LOTE
000640*                  FUERA DE BALANCE, CORTADO O YA APLICADO
000650*                  (ARCHIVO DE CONTROL SAM-LOTE) SE RECHAZA
000660*                  COMPLETO CON RETURN-CODE 8 Y NO TOCA
000670*                  SAM-FILE NI SAM-JRNL. SAM-APLI ABRE CON LA
000680*                  SECCION DE CONTROL DE LOTES.
000690* 09/15/2026  RAV  AUTORIZACION DE UN SEGUNDO USUARIO: LAS BAJAS
000700*                  Y LOS CAMBIOS DE ESTADO 'A' A 'I' (INCLUSO LAS
000710*                  BAJAS POR FUSION DE SAMDUPLI) SE RETIENEN EN
000720*                  LA COLA SAM-AUTP CON EL USUARIO DEL ENCABEZADO
000730*                  DE SU LOTE. UNA TRANSACCION 'V' DE OTRO
000740*                  USUARIO LAS APRUEBA Y SE APLICAN EN LA
000750*                  CORRIDA SIGUIENTE; LAS NO APROBADAS EN LOS
000760*                  DIAS DEL PARM (COL 9-11) VENCEN. REPORTES
000770*                  SAM-AUTR (EN ESPERA) Y SAM-AUTV (VENCIDAS).
000780*                  APROBACIONES Y VENCIMIENTOS VAN A SAM-JRNL,
000790*                  QUE AHORA LLEVA USUARIO Y APROBADOR.
000800* 09/22/2026  RAV  LAS PENDIENTES CANCELADAS CON 'X' SE
000810*                  JOURNALIZAN CON LA ACCION 'X' Y LA
000820*                  TRANSACCION CANCELADA EN EL AREA DE IMAGEN,
000830*                  PARA QUE EL EXPEDIENTE DE SAMDOSIE LAS VEA.
000840* 10/05/2026  RAV  LLAVES CON DIGITO VERIFICADOR (SUBRUTINA
000850*                  SAMLLAVE): LA LLAVE DE TODA TRANSACCION SE
000860*                  VALIDA Y SE RECHAZA CON 'DIGITO VERIFICADOR'
000870*                  SI NO CUADRA. UNA ALTA CON LLAVE EN BLANCO
000880*                  RECIBE LA SIGUIENTE LLAVE DEL CONTROL
000890*                  SAM-LLCT YA PASADAS LAS DEMAS EDICIONES.
000900* 10/15/2026  RAV  SAM-JRNL CRECE A 167 CON EL ORIGEN DEL LOTE
000910*                  (JRNL-ORIGEN), PARA QUE EL REPORTE MENSUAL
000920*                  SAMMOVIM SEPARE LAS BAJAS POR FUSION DE
000930*                  SAMDUPLI DE LAS DEMAS BAJAS.
000940*----------------------------------------------------------------
000950 ENVIRONMENT DIVISION.
000960 INPUT-OUTPUT SECTION.
000970 FILE-CONTROL.
000980
000990     SELECT SAM-TRAN-FILE
001000         ASSIGN TO "SAM-TRAN"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-SAM-TRAN-STATUS.
001030
001040     SELECT SAM-FILE
001050         ASSIGN TO "Sample-File"
001060         ORGANIZATION IS INDEXED
001070         RECORD KEY IS SAM-FILE-KEY-NUMBER
001080         ACCESS MODE IS DYNAMIC
001090         FILE STATUS IS WS-SAM-FILE-STATUS.
001100
001110     SELECT SAM-APLI-FILE
001120         ASSIGN TO "SAM-APLI"
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WS-SAM-APLI-STATUS.
001150
001160     SELECT SAM-RECH-FILE
001170         ASSIGN TO "SAM-RECH"
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-SAM-RECH-STATUS.
001200
001210     SELECT SAM-PEND-FILE
001220         ASSIGN TO "SAM-PEND"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WS-SAM-PEND-STATUS.
001250
001260     SELECT PEND-SAL-FILE
001270         ASSIGN TO "SAM-PEND-SAL"
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WS-PEND-SAL-STATUS.
001300
001310     SELECT SAM-PNDR-FILE
001320         ASSIGN TO "SAM-PNDR"
001330         ORGANIZATION IS SEQUENTIAL
001340         FILE STATUS IS WS-SAM-PNDR-STATUS.
001350
001360     SELECT SAM-JRNL-FILE
001370         ASSIGN TO "SAM-JRNL"
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-SAM-JRNL-STATUS.
001400
001410     SELECT SAM-LOTE-FILE
001420         ASSIGN TO "SAM-LOTE"
001430         ORGANIZATION IS INDEXED
001440         RECORD KEY IS LOTE-LLAVE
001450         ACCESS MODE IS DYNAMIC
001460         FILE STATUS IS WS-SAM-LOTE-STATUS.
001470
001480     SELECT SAM-AUTP-FILE
001490         ASSIGN TO "SAM-AUTP"
001500         ORGANIZATION IS SEQUENTIAL
001510         FILE STATUS IS WS-SAM-AUTP-STATUS.
001520
001530     SELECT AUTP-SAL-FILE
001540         ASSIGN TO "SAM-AUTP-SAL"
001550         ORGANIZATION IS SEQUENTIAL
001560         FILE STATUS IS WS-AUTP-SAL-STATUS.
001570
001580     SELECT SAM-AUTR-FILE
001590         ASSIGN TO "SAM-AUTR"
001600         ORGANIZATION IS SEQUENTIAL
001610         FILE STATUS IS WS-SAM-AUTR-STATUS.
001620
001630     SELECT SAM-AUTV-FILE
001640         ASSIGN TO "SAM-AUTV"
001650         ORGANIZATION IS SEQUENTIAL
001660         FILE STATUS IS WS-SAM-AUTV-STATUS.
001670
001680 DATA DIVISION.
001690 FILE SECTION.
001700
001710 FD  SAM-TRAN-FILE
001720     DATA RECORD IS SAM-TRAN-RECORD
001730     LABEL RECORDS ARE STANDARD
001740     RECORD CONTAINS 116 CHARACTERS.
001750 01  SAM-TRAN-RECORD.
001760     05 TRAN-CODIGO           PIC X(01).
001770        88 TRAN-ES-ALTA                  VALUE 'A'.
001780        88 TRAN-ES-CAMBIO                VALUE 'C'.
001790        88 TRAN-ES-BAJA                  VALUE 'D'.
001800        88 TRAN-ES-CANCELACION           VALUE 'X'.
001810        88 TRAN-CODIGO-VALIDO            VALUE 'A' 'C' 'D' 'X'.
001820        88 TRAN-ES-ENCABEZADO            VALUE 'H'.
001830        88 TRAN-ES-TRAILER               VALUE 'T'.
001840        88 TRAN-ES-APROBACION            VALUE 'V'.
001850     05 TRAN-KEY-NUMBER       PIC X(06).
001860     05 TRAN-NAME             PIC X(30).
001870     05 TRAN-ADDRESS          PIC X(30).
001880     05 TRAN-CONTACT          PIC X(30).
001890     05 TRAN-ESTADO           PIC X(01).
001900        88 TRAN-ESTADO-VALIDO            VALUE 'A' 'I' ' '.
001910     05 TRAN-TELEFONO         PIC X(10).
001920     05 TRAN-FECHA-EFEC       PIC X(08).
001930******************************************************************
001940* ENCABEZADO Y TRAILER DE LOTE. CADA LOTE DE SAM-TRAN (SAM-CTRN  *
001950* DE SAMCRMTR, SAM-MTRN DE SAMDUPLI, LAS CARGAS DEL AREA DE      *
001960* CAPTURA) VIENE ENTRE UN 'H' CON ORIGEN, NUMERO DE LOTE Y FECHA *
001970* DE PROCESO, Y UN 'T' CON LA CUENTA POR CODIGO Y EL HASH DE     *
001980* TRAN-KEY-NUMBER (SUMA DE LAS LLAVES NUMERICAS, MISMO CRITERIO  *
001990* QUE EL TRAILER DE SAM-XTRC). EL JCL PUEDE CONCATENAR VARIOS    *
002000* LOTES EN UN SOLO SAM-TRAN. EL USUARIO DEL ENCABEZADO ES QUIEN  *
002010* ENVIA EL LOTE: CON EL SE RETIENEN LAS BAJAS E INACTIVACIONES Y *
002020* SE VALIDA QUE QUIEN APRUEBA ('V') SEA OTRA PERSONA.            *
002030******************************************************************
002040 01  TRAN-HEADER-RECORD.
002050     05 TRANH-TIPO            PIC X(01).
002060     05 TRANH-ORIGEN          PIC X(08).
002070     05 TRANH-LOTE            PIC 9(14).
002080     05 TRANH-FECHA-PROCESO   PIC X(10).
002090     05 TRANH-USUARIO         PIC X(08).
002100     05 FILLER                PIC X(75).
002110 01  TRAN-TRAILER-RECORD.
002120     05 TRANT-TIPO            PIC X(01).
002130     05 TRANT-ORIGEN          PIC X(08).
002140     05 TRANT-LOTE            PIC 9(14).
002150     05 TRANT-CIFRAS.
002160        10 TRANT-CONT-ALTAS   PIC 9(09).
002170        10 TRANT-CONT-CAMBIOS PIC 9(09).
002180        10 TRANT-CONT-BAJAS   PIC 9(09).
002190        10 TRANT-CONT-CANCEL  PIC 9(09).
002200        10 TRANT-CONT-TOTAL   PIC 9(09).
002210        10 TRANT-HASH         PIC 9(15).
002220     05 FILLER                PIC X(33).
002230
002240 FD  SAM-FILE
002250     DATA RECORD IS SAM-FILE-RECORD
002260     LABEL RECORDS ARE STANDARD
002270     RECORD CONTAINS 117 CHARACTERS.
002280 01  SAM-FILE-RECORD.
002290     05 SAM-FILE-KEY-NUMBER   PIC X(06).
002300     05 SAM-FILE-NAME         PIC X(30).
002310     05 SAM-FILE-ADDRESS      PIC X(30).
002320     05 SAM-FILE-CONTACT      PIC X(30).
002330     05 SAM-FILE-ESTADO       PIC X(01).
002340     05 SAM-FILE-TELEFONO     PIC X(10).
002350     05 SAM-FILE-FECHA-MANT   PIC X(10).
002360
002370 FD  SAM-APLI-FILE
002380     LABEL RECORDS ARE STANDARD
002390     RECORD CONTAINS 132 CHARACTERS.
002400 01  SAM-APLI-RECORD            PIC X(132).
002410
002420 FD  SAM-RECH-FILE
002430     LABEL RECORDS ARE STANDARD
002440     RECORD CONTAINS 132 CHARACTERS.
002450 01  SAM-RECH-RECORD            PIC X(132).
002460
002470 FD  SAM-PEND-FILE
002480     DATA RECORD IS PEND-ENT-RECORD
002490     LABEL RECORDS ARE STANDARD
002500     RECORD CONTAINS 116 CHARACTERS.
002510 01  PEND-ENT-RECORD            PIC X(116).
002520
002530 FD  PEND-SAL-FILE
002540     LABEL RECORDS ARE STANDARD
002550     RECORD CONTAINS 116 CHARACTERS.
002560 01  PEND-SAL-RECORD            PIC X(116).
002570
002580 FD  SAM-PNDR-FILE
002590     LABEL RECORDS ARE STANDARD
002600     RECORD CONTAINS 132 CHARACTERS.
002610 01  SAM-PNDR-RECORD            PIC X(132).
002620
002630 FD  SAM-JRNL-FILE
002640     LABEL RECORDS ARE STANDARD
002650     RECORD CONTAINS 167 CHARACTERS.
002660 01  SAM-JRNL-RECORD.
002670     05 JRNL-SECUENCIA        PIC 9(09).
002680     05 JRNL-FECHA            PIC X(10).
002690     05 JRNL-ACCION           PIC X(01).
002700     05 JRNL-KEY-NUMBER       PIC X(06).
002710     05 JRNL-IMAGEN-ANT       PIC X(117).
002720     05 JRNL-USUARIO          PIC X(08).
002730     05 JRNL-APROBADOR        PIC X(08).
002740     05 JRNL-ORIGEN           PIC X(08).
002750
002760******************************************************************
002770* CONTROL DE LOTES APLICADOS: UN REGISTRO POR LOTE ACEPTADO, POR *
002780* ORIGEN MAS NUMERO DE LOTE. UN LOTE QUE YA APARECE AQUI SE      *
002790* RECHAZA COMPLETO (ARCHIVO ENVIADO DOS VECES).                  *
002800******************************************************************
002810 FD  SAM-LOTE-FILE
002820     DATA RECORD IS SAM-LOTE-RECORD
002830     LABEL RECORDS ARE STANDARD
002840     RECORD CONTAINS 66 CHARACTERS.
002850 01  SAM-LOTE-RECORD.
002860     05 LOTE-LLAVE.
002870        10 LOTE-ORIGEN        PIC X(08).
002880        10 LOTE-NUMERO        PIC 9(14).
002890     05 LOTE-FECHA-LOTE       PIC X(10).
002900     05 LOTE-FECHA-APLICA     PIC X(10).
002910     05 LOTE-REGISTROS        PIC 9(09).
002920     05 LOTE-HASH             PIC 9(15).
002930
002940******************************************************************
002950* COLA DE TRANSACCIONES RETENIDAS EN ESPERA DE AUTORIZACION. LA  *
002960* DE ENTRADA ES LA COLA DE SALIDA DE LA CORRIDA ANTERIOR (IGUAL  *
002970* QUE SAM-PEND). EL FORMATO DEL REGISTRO ESTA EN WK-AUTP-AREA.   *
002980******************************************************************
002990 FD  SAM-AUTP-FILE
003000     DATA RECORD IS AUTP-ENT-RECORD
003010     LABEL RECORDS ARE STANDARD
003020     RECORD CONTAINS 169 CHARACTERS.
003030 01  AUTP-ENT-RECORD            PIC X(169).
003040
003050 FD  AUTP-SAL-FILE
003060     LABEL RECORDS ARE STANDARD
003070     RECORD CONTAINS 169 CHARACTERS.
003080 01  AUTP-SAL-RECORD            PIC X(169).
003090
003100 FD  SAM-AUTR-FILE
003110     LABEL RECORDS ARE STANDARD
003120     RECORD CONTAINS 132 CHARACTERS.
003130 01  SAM-AUTR-RECORD            PIC X(132).
003140
003150 FD  SAM-AUTV-FILE
003160     LABEL RECORDS ARE STANDARD
003170     RECORD CONTAINS 132 CHARACTERS.
003180 01  SAM-AUTV-RECORD            PIC X(132).
003190
003200 WORKING-STORAGE SECTION.
003210
003220 77  WK-DIAS-AUT-DEFAULT      PIC 9(03) VALUE 010.
003230
003240 01  WK-AREA.
003250     05 WK-DATE-CURR.
003260        07 WK-DATE-MM         PIC XX   VALUE SPACES.
003270        07 FILLER             PIC X    VALUE '-'.
003280        07 WK-DATE-DD         PIC XX   VALUE SPACES.
003290        07 FILLER             PIC X    VALUE '-'.
003300        07 WK-DATE-YYYY       PIC X(04) VALUE SPACES.
003310     05 WK-FECHA-SISTEMA      PIC 9(08) VALUE ZERO.
003320     05 WK-MOTIVO-RECHAZO     PIC X(20) VALUE SPACES.
003330     05 WK-FECHA-EFEC-NUM     PIC 9(08) VALUE ZERO.
003340     05 WK-PEND-ETIQUETA      PIC X(12) VALUE SPACES.
003350     05 WK-JRNL-ACCION        PIC X(01) VALUE SPACE.
003360     05 WK-IMAGEN-ANT         PIC X(117) VALUE SPACES.
003370     05 WK-JRNL-SECUENCIA     PIC 9(09) COMP VALUE ZERO.
003380     05 WK-MOTIVO-LOTE        PIC X(20) VALUE SPACES.
003390     05 WK-LOTE-LLAVE-NUM     PIC 9(06) VALUE ZERO.
003400     05 WK-USUARIO-TRAN       PIC X(08) VALUE SPACES.
003410     05 WK-APROBADOR-TRAN     PIC X(08) VALUE SPACES.
003420     05 WK-ORIGEN-TRAN        PIC X(08) VALUE SPACES.
003430     05 WK-AUT-ETIQUETA       PIC X(12) VALUE SPACES.
003440     05 WK-DIAS-AUT-LIMITE    PIC 9(03) VALUE ZERO.
003450     05 WK-DIAS-PROCESO       PIC S9(09) COMP VALUE ZERO.
003460     05 WK-DIAS-RETENCION     PIC S9(09) COMP VALUE ZERO.
003470     05 WK-DIAS-ESPERA        PIC S9(05) COMP VALUE ZERO.
003480     05 WK-DIAS-ESPERA-ED     PIC ZZZZ9.
003490     05 WK-LLAVE-FUNCION      PIC X(01) VALUE SPACE.
003500     05 WK-LLAVE-TRABAJO      PIC X(06) VALUE SPACES.
003510     05 WK-LLAVE-RESULT-SW    PIC X(01) VALUE SPACE.
003520        88 WK-LLAVE-DV-VALIDA          VALUE 'Y'.
003530
003540 01  WK-CONTADORES.
003550     05 WK-CONT-LEIDAS        PIC 9(09) COMP VALUE ZERO.
003560     05 WK-CONT-APLICADAS     PIC 9(09) COMP VALUE ZERO.
003570     05 WK-CONT-ALTAS         PIC 9(09) COMP VALUE ZERO.
003580     05 WK-CONT-CAMBIOS       PIC 9(09) COMP VALUE ZERO.
003590     05 WK-CONT-BAJAS         PIC 9(09) COMP VALUE ZERO.
003600     05 WK-CONT-RECHAZADAS    PIC 9(09) COMP VALUE ZERO.
003610     05 WK-CONT-PEND-LEIDAS   PIC 9(09) COMP VALUE ZERO.
003620     05 WK-CONT-RETENIDAS     PIC 9(09) COMP VALUE ZERO.
003630     05 WK-CONT-LIBERADAS     PIC 9(09) COMP VALUE ZERO.
003640     05 WK-CONT-CANCELADAS    PIC 9(09) COMP VALUE ZERO.
003650     05 WK-CONT-PEND-SALIDA   PIC 9(09) COMP VALUE ZERO.
003660     05 WK-CONT-PLEIDAS-ED    PIC ZZZ,ZZZ,ZZ9.
003670     05 WK-CONT-RETENIDAS-ED  PIC ZZZ,ZZZ,ZZ9.
003680     05 WK-CONT-LIBERADAS-ED  PIC ZZZ,ZZZ,ZZ9.
003690     05 WK-CONT-CANCELAD-ED   PIC ZZZ,ZZZ,ZZ9.
003700     05 WK-CONT-PSALIDA-ED    PIC ZZZ,ZZZ,ZZ9.
003710     05 WK-CONT-LEIDAS-ED     PIC ZZZ,ZZZ,ZZ9.
003720     05 WK-CONT-APLICADAS-ED  PIC ZZZ,ZZZ,ZZ9.
003730     05 WK-CONT-ALTAS-ED      PIC ZZZ,ZZZ,ZZ9.
003740     05 WK-CONT-CAMBIOS-ED    PIC ZZZ,ZZZ,ZZ9.
003750     05 WK-CONT-BAJAS-ED      PIC ZZZ,ZZZ,ZZ9.
003760     05 WK-CONT-RECHAZAD-ED   PIC ZZZ,ZZZ,ZZ9.
003770     05 WK-CONT-LOTES-ACEP    PIC 9(09) COMP VALUE ZERO.
003780     05 WK-CONT-LOTES-RECH    PIC 9(09) COMP VALUE ZERO.
003790     05 WK-CONT-LOTES-EXCED   PIC 9(09) COMP VALUE ZERO.
003800     05 WK-CONT-OMIT-LOTE     PIC 9(09) COMP VALUE ZERO.
003810     05 WK-CONT-LACEP-ED      PIC ZZZ,ZZZ,ZZ9.
003820     05 WK-CONT-LRECH-ED      PIC ZZZ,ZZZ,ZZ9.
003830     05 WK-CONT-LEXCED-ED     PIC ZZZ,ZZZ,ZZ9.
003840     05 WK-CONT-OMITLOTE-ED   PIC ZZZ,ZZZ,ZZ9.
003850     05 WK-CONT-AUT-RETEN     PIC 9(09) COMP VALUE ZERO.
003860     05 WK-CONT-AUT-LEIDAS    PIC 9(09) COMP VALUE ZERO.
003870     05 WK-CONT-AUT-APROB     PIC 9(09) COMP VALUE ZERO.
003880     05 WK-CONT-AUT-APLIC     PIC 9(09) COMP VALUE ZERO.
003890     05 WK-CONT-AUT-VENC      PIC 9(09) COMP VALUE ZERO.
003900     05 WK-CONT-AUT-SALIDA    PIC 9(09) COMP VALUE ZERO.
003910     05 WK-CONT-AUTRET-ED     PIC ZZZ,ZZZ,ZZ9.
003920     05 WK-CONT-AUTLEI-ED     PIC ZZZ,ZZZ,ZZ9.
003930     05 WK-CONT-AUTAPR-ED     PIC ZZZ,ZZZ,ZZ9.
003940     05 WK-CONT-AUTAPL-ED     PIC ZZZ,ZZZ,ZZ9.
003950     05 WK-CONT-AUTVEN-ED     PIC ZZZ,ZZZ,ZZ9.
003960     05 WK-CONT-AUTSAL-ED     PIC ZZZ,ZZZ,ZZ9.
003970     05 WK-CONT-LLAVES-ASIG   PIC 9(09) COMP VALUE ZERO.
003980     05 WK-CONT-RECH-DIGITO   PIC 9(09) COMP VALUE ZERO.
003990     05 WK-CONT-LLASIG-ED     PIC ZZZ,ZZZ,ZZ9.
004000     05 WK-CONT-RDIGITO-ED    PIC ZZZ,ZZZ,ZZ9.
004010
004020 01  WK-SWITCHES.
004030     05 WK-TRAN-VALIDA-SW     PIC X(01) VALUE 'Y'.
004040        88 WK-TRAN-ES-VALIDA           VALUE 'Y'.
004050        88 WK-TRAN-ES-INVALIDA         VALUE 'N'.
004060     05 WK-LLAVE-EXISTE-SW    PIC X(01) VALUE 'N'.
004070        88 WK-LLAVE-EXISTE             VALUE 'Y'.
004080        88 WK-LLAVE-NO-EXISTE          VALUE 'N'.
004090     05 WK-TRAN-FUTURA-SW     PIC X(01) VALUE 'N'.
004100        88 WK-TRAN-ES-FUTURA           VALUE 'Y'.
004110     05 WK-CANCEL-HIT-SW      PIC X(01) VALUE 'N'.
004120        88 WK-CANCEL-ENCONTRADA        VALUE 'Y'.
004130     05 WK-PEND-AUSENTE-SW    PIC X(01) VALUE 'N'.
004140        88 WK-PEND-AUSENTE             VALUE 'Y'.
004150     05 WK-LOTE-ABIERTO-SW    PIC X(01) VALUE 'N'.
004160        88 WK-LOTE-CERRADO             VALUE 'N'.
004170        88 WK-LOTE-CON-ENCAB           VALUE 'H'.
004180        88 WK-LOTE-SIN-ENCAB           VALUE 'S'.
004190     05 WK-LOTE-NUEVO-SW      PIC X(01) VALUE 'N'.
004200        88 WK-LOTE-NUEVO               VALUE 'Y'.
004210     05 WK-LOTE-VIGENTE-SW    PIC X(01) VALUE 'N'.
004220        88 WK-LOTE-VIGENTE             VALUE 'Y'.
004230     05 WK-LOTE-REPETIDO-SW   PIC X(01) VALUE 'N'.
004240        88 WK-LOTE-REPETIDO            VALUE 'Y'.
004250     05 WK-REQUIERE-AUT-SW    PIC X(01) VALUE 'N'.
004260        88 WK-REQUIERE-AUT             VALUE 'Y'.
004270     05 WK-AUTP-AUSENTE-SW    PIC X(01) VALUE 'N'.
004280        88 WK-AUTP-AUSENTE             VALUE 'Y'.
004290     05 WK-APROB-HIT-SW       PIC X(01) VALUE 'N'.
004300        88 WK-APROB-ENCONTRADA         VALUE 'Y'.
004310
004320******************************************************************
004330* TABLA DE LOTES DEL SAM-TRAN DE LA NOCHE. LA PASADA PREVIA LA   *
004340* LLENA CON LO QUE DICE CADA ENCABEZADO/TRAILER (ESPERADO) Y LO  *
004350* QUE REALMENTE SE CONTO (REAL), Y DEJA CADA LOTE ACEPTADO ('A') *
004360* O RECHAZADO ('R') CON SU MOTIVO ANTES DE APLICAR NADA. LA      *
004370* PASADA DE APLICACION SOLO CONSULTA EL ESTADO. UN LOTE MAS ALLA *
004380* DEL LIMITE DE LA TABLA SE RECHAZA COMPLETO.                    *
004390******************************************************************
004400 01  WK-LOTE-AREA.
004410     05 WK-LOTE-MAX           PIC 9(03) COMP VALUE 50.
004420     05 WK-LOTE-CNT           PIC 9(03) COMP VALUE ZERO.
004430     05 WK-LOTE-IDX           PIC 9(03) COMP VALUE ZERO.
004440     05 WK-LOTE-IDX2          PIC 9(03) COMP VALUE ZERO.
004450     05 WK-LOTE-ENTRADA OCCURS 50 TIMES.
004460        10 WK-LT-ORIGEN       PIC X(08).
004470        10 WK-LT-NUMERO       PIC 9(14).
004480        10 WK-LT-FECHA        PIC X(10).
004490        10 WK-LT-USUARIO      PIC X(08).
004500        10 WK-LT-ESTADO       PIC X(01).
004510           88 WK-LT-ACEPTADO             VALUE 'A'.
004520           88 WK-LT-RECHAZADO            VALUE 'R'.
004530        10 WK-LT-MOTIVO       PIC X(20).
004540        10 WK-LT-ESP-ALTAS    PIC 9(09) COMP.
004550        10 WK-LT-ESP-CAMBIOS  PIC 9(09) COMP.
004560        10 WK-LT-ESP-BAJAS    PIC 9(09) COMP.
004570        10 WK-LT-ESP-CANCEL   PIC 9(09) COMP.
004580        10 WK-LT-ESP-TOTAL    PIC 9(09) COMP.
004590        10 WK-LT-ESP-HASH     PIC 9(15) COMP.
004600        10 WK-LT-REA-ALTAS    PIC 9(09) COMP.
004610        10 WK-LT-REA-CAMBIOS  PIC 9(09) COMP.
004620        10 WK-LT-REA-BAJAS    PIC 9(09) COMP.
004630        10 WK-LT-REA-CANCEL   PIC 9(09) COMP.
004640        10 WK-LT-REA-TOTAL    PIC 9(09) COMP.
004650        10 WK-LT-REA-HASH     PIC 9(15) COMP.
004660
004670******************************************************************
004680* RENGLON DE CIFRAS DE LA SECCION DE CONTROL DE LOTES (ESPERADO  *
004690* CONTRA REAL) AL INICIO DEL LISTADO SAM-APLI.                   *
004700******************************************************************
004710 01  WK-CIFRA-AREA.
004720     05 WK-CIFRA-ETIQUETA     PIC X(18) VALUE SPACES.
004730     05 WK-CIFRA-ESP          PIC 9(15) COMP VALUE ZERO.
004740     05 WK-CIFRA-REA          PIC 9(15) COMP VALUE ZERO.
004750     05 WK-CIFRA-ESP-ED       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
004760     05 WK-CIFRA-REA-ED       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
004770     05 WK-CIFRA-MARCA        PIC X(04) VALUE SPACES.
004780     05 WK-LOTE-NUMERO-ED     PIC Z(13)9.
004790
004800******************************************************************
004810* TABLA DE CANCELACIONES DE LA NOCHE (TRANSACCIONES 'X'). SE    *
004820* LLENA EN LA PASADA DE SAM-TRAN Y SE CONSULTA AL RELEER LAS    *
004830* PENDIENTES; UNA LLAVE CANCELADA SALE DE LA COLA Y SE LISTA EN *
004840* SAM-PNDR. SI LA TABLA SE LLENA, LA 'X' EXCEDENTE SE RECHAZA   *
004850* PARA RETRANSMITIRSE OTRA NOCHE.                               *
004860******************************************************************
004870 01  WK-CANCEL-AREA.
004880     05 WK-CANCEL-MAX         PIC 9(03) COMP VALUE 200.
004890     05 WK-CANCEL-CNT         PIC 9(03) COMP VALUE ZERO.
004900     05 WK-CANCEL-IDX         PIC 9(03) COMP VALUE ZERO.
004910     05 WK-CANCEL-LLAVE       PIC X(06) OCCURS 200 TIMES.
004920
004930******************************************************************
004940* REGISTRO DE LA COLA DE AUTORIZACION (SAM-AUTP / SAM-AUTP-SAL): *
004950* LA TRANSACCION COMPLETA, EL USUARIO Y ORIGEN DEL LOTE QUE LA   *
004960* TRAJO Y LA FECHA EN QUE SE RETUVO. AL APROBARSE QUEDA EN       *
004970* ESTADO 'L' CON EL APROBADOR Y SE APLICA EN LA CORRIDA          *
004980* SIGUIENTE.                                                     *
004990******************************************************************
005000 01  WK-AUTP-AREA.
005010     05 WK-AU-TRANSACCION     PIC X(116).
005020     05 WK-AU-USUARIO         PIC X(08).
005030     05 WK-AU-ORIGEN          PIC X(08).
005040     05 WK-AU-FECHA-RET       PIC X(10).
005050     05 WK-AU-FECHA-RET-NUM   PIC 9(08).
005060     05 WK-AU-ESTADO          PIC X(01).
005070        88 WK-AU-EN-ESPERA               VALUE 'P'.
005080        88 WK-AU-APROBADA                VALUE 'L'.
005090     05 WK-AU-APROBADOR       PIC X(08).
005100     05 WK-AU-FECHA-APROB     PIC X(10).
005110
005120******************************************************************
005130* TABLA DE APROBACIONES DE LA NOCHE (TRANSACCIONES 'V'), CON EL  *
005140* USUARIO QUE APRUEBA (EL DEL ENCABEZADO DE SU LOTE). SE LLENA   *
005150* EN LA PASADA DE SAM-TRAN Y SE CONSULTA AL RELEER LA COLA DE    *
005160* AUTORIZACION. AL FINAL, UNA APROBACION QUE NO ENCONTRO         *
005170* RETENIDA, O QUE SOLO ENCONTRO RETENIDAS DEL MISMO USUARIO, SE  *
005180* RECHAZA.                                                       *
005190******************************************************************
005200 01  WK-APROB-AREA.
005210     05 WK-APROB-MAX          PIC 9(03) COMP VALUE 200.
005220     05 WK-APROB-CNT          PIC 9(03) COMP VALUE ZERO.
005230     05 WK-APROB-IDX          PIC 9(03) COMP VALUE ZERO.
005240     05 WK-APROB-HIT          PIC 9(03) COMP VALUE ZERO.
005250     05 WK-APROB-ENTRADA OCCURS 200 TIMES.
005260        10 WK-AP-LLAVE        PIC X(06).
005270        10 WK-AP-USUARIO      PIC X(08).
005280        10 WK-AP-ESTADO       PIC X(01).
005290           88 WK-AP-SIN-USO              VALUE 'P'.
005300           88 WK-AP-USADA                VALUE 'U'.
005310           88 WK-AP-PROPIA               VALUE 'S'.
005320
005330 01  WK-RPT-AREA.
005340     05 WK-LINEA-APLI         PIC 9(03) COMP VALUE 99.
005350     05 WK-LINEA-RECH         PIC 9(03) COMP VALUE 99.
005360     05 WK-LINEA-PNDR         PIC 9(03) COMP VALUE 99.
005370     05 WK-MAX-LINEAS         PIC 9(03) COMP VALUE 060.
005380     05 WK-PAGINA-APLI        PIC 9(05) COMP VALUE ZERO.
005390     05 WK-PAGINA-RECH        PIC 9(05) COMP VALUE ZERO.
005400     05 WK-PAGINA-PNDR        PIC 9(05) COMP VALUE ZERO.
005410     05 WK-LINEA-AUTR         PIC 9(03) COMP VALUE 99.
005420     05 WK-LINEA-AUTV         PIC 9(03) COMP VALUE 99.
005430     05 WK-PAGINA-AUTR        PIC 9(05) COMP VALUE ZERO.
005440     05 WK-PAGINA-AUTV        PIC 9(05) COMP VALUE ZERO.
005450     05 WK-PAGINA-ED          PIC ZZZZ9.
005460
005470 01  WS-AREA.
005480     05  WS-SAM-TRAN-STATUS   PIC XX   VALUE SPACES.
005490         88 SAM-TRAN-EOF               VALUE '10'.
005500     05  WS-SAM-FILE-STATUS   PIC XX   VALUE SPACES.
005510     05  WS-SAM-APLI-STATUS   PIC XX   VALUE SPACES.
005520     05  WS-SAM-RECH-STATUS   PIC XX   VALUE SPACES.
005530     05  WS-SAM-PEND-STATUS   PIC XX   VALUE SPACES.
005540         88 SAM-PEND-EOF               VALUE '10'.
005550     05  WS-PEND-SAL-STATUS   PIC XX   VALUE SPACES.
005560     05  WS-SAM-PNDR-STATUS   PIC XX   VALUE SPACES.
005570     05  WS-SAM-JRNL-STATUS   PIC XX   VALUE SPACES.
005580     05  WS-SAM-LOTE-STATUS   PIC XX   VALUE SPACES.
005590     05  WS-SAM-AUTP-STATUS   PIC XX   VALUE SPACES.
005600         88 SAM-AUTP-EOF               VALUE '10'.
005610     05  WS-AUTP-SAL-STATUS   PIC XX   VALUE SPACES.
005620     05  WS-SAM-AUTR-STATUS   PIC XX   VALUE SPACES.
005630     05  WS-SAM-AUTV-STATUS   PIC XX   VALUE SPACES.
005640
005650 LINKAGE SECTION.
005660******************************************************************
005670* PARM DE JCL - FORMATO POSICIONAL                               *
005680*   COL  1-8   FECHA DE PROCESO AAAAMMDD (OPCIONAL; SI VIENE EN  *
005690*              CEROS O BLANCOS SE USA LA FECHA DEL SISTEMA).     *
005700*              CONTRA ESTA FECHA SE COMPARA LA FECHA EFECTIVA    *
005710*              DE CADA TRANSACCION.                              *
005720*   COL  9-11  DIAS PARA QUE VENZA UNA TRANSACCION RETENIDA EN   *
005730*              ESPERA DE AUTORIZACION (OPCIONAL; DEFAULT 010).   *
005740******************************************************************
005750 01  LS-PARM.
005760     05 LS-PARM-LEN           PIC S9(04) COMP.
005770     05 LS-PARM-TEXT.
005780        10 LS-PARM-FECHA        PIC 9(08).
005790        10 LS-PARM-DIAS-AUT     PIC 9(03).
005800        10 FILLER               PIC X(69).
005810
005820 PROCEDURE DIVISION USING LS-PARM.
005830
005840******************************************************************
005850* 0000-PROGRAMA                                                  *
005860******************************************************************
005870 0000-PROGRAMA.
005880     PERFORM 0100-INICIO  THRU 0100-FIN.
005890
005900     PERFORM 0500-PROCESO THRU 0500-FIN
005910             UNTIL SAM-TRAN-EOF.
005920
005930     PERFORM 0700-PROCESA-PENDIENTE THRU 0700-FIN
005940             UNTIL SAM-PEND-EOF.
005950
005960     PERFORM 0750-PROCESA-AUTORIZ THRU 0750-FIN
005970             UNTIL SAM-AUTP-EOF.
005980
005990     PERFORM 0790-CIERRA-APROBACIONES THRU 0790-FIN.
006000
006010     PERFORM 0900-TERMINA THRU 0900-FIN.
006020
006030     STOP RUN.
006040
006050******************************************************************
006060* 0050-EDITA-PARM                                                *
006070* MISMO CRITERIO QUE COBOLSQL: LA FECHA DE PROCESO SOLO SE TOMA  *
006080* DEL PARM SI VIENE COMPLETA Y NUMERICA; EN CASO CONTRARIO SE    *
006090* USA LA FECHA DEL SISTEMA. LOS DIAS DE VENCIMIENTO DE LAS       *
006100* RETENIDAS POR AUTORIZACION, IGUAL QUE LOS DIAS DE SAMRECIC.    *
006110******************************************************************
006120 0050-EDITA-PARM.
006130     MOVE WK-DIAS-AUT-DEFAULT TO WK-DIAS-AUT-LIMITE.
006140     IF LS-PARM-LEN < 8
006150         GO TO 0050-FIN
006160     END-IF.
006170     IF LS-PARM-FECHA IS NUMERIC AND LS-PARM-FECHA NOT = ZERO
006180         MOVE LS-PARM-FECHA TO WK-FECHA-SISTEMA
006190     END-IF.
006200     IF LS-PARM-LEN < 11
006210         GO TO 0050-FIN
006220     END-IF.
006230     IF LS-PARM-DIAS-AUT IS NUMERIC
006240        AND LS-PARM-DIAS-AUT NOT = ZERO
006250         MOVE LS-PARM-DIAS-AUT TO WK-DIAS-AUT-LIMITE
006260     END-IF.
006270 0050-FIN.
006280     EXIT.
006290
006300******************************************************************
006310* 0100-INICIO                                                    *
006320* SAM-FILE SE ABRE I-O PORQUE LAS TRANSACCIONES PUEDEN GRABAR,   *
006330* REESCRIBIR O BORRAR REGISTROS SOBRE EL ARCHIVO EN SITIO.       *
006340* EL ARCHIVO DE PENDIENTES DE ANOCHE PUEDE NO EXISTIR TODAVIA    *
006350* (PRIMERA NOCHE DEL ESQUEMA); EN ESE CASO SE TRABAJA CON LA     *
006360* COLA VACIA EN LUGAR DE DETENER EL JOB. EL CONTROL DE LOTES     *
006370* SAM-LOTE SE CREA VACIO LA PRIMERA VEZ, IGUAL QUE SAMCICLO CREA *
006380* SAM-CTRL. ANTES DE LA PRIMERA LECTURA DE APLICACION SE HACE LA *
006390* PASADA PREVIA DE LOTES Y SE IMPRIME SU SECCION DE CONTROL.     *
006400* LA COLA DE AUTORIZACION DE ANOCHE, IGUAL QUE LA DE PENDIENTES, *
006410* PUEDE NO EXISTIR LA PRIMERA NOCHE.                             *
006420******************************************************************
006430 0100-INICIO.
006440     PERFORM 0050-EDITA-PARM THRU 0050-FIN.
006450
006460     IF WK-FECHA-SISTEMA = ZERO
006470         ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD
006480     END-IF.
006490     MOVE WK-FECHA-SISTEMA(5:2) TO WK-DATE-MM.
006500     MOVE WK-FECHA-SISTEMA(7:2) TO WK-DATE-DD.
006510     MOVE WK-FECHA-SISTEMA(1:4) TO WK-DATE-YYYY.
006520     COMPUTE WK-DIAS-PROCESO =
006530             FUNCTION INTEGER-OF-DATE (WK-FECHA-SISTEMA).
006540
006550     OPEN INPUT  SAM-TRAN-FILE.
006560     OPEN I-O    SAM-FILE.
006570     OPEN OUTPUT SAM-APLI-FILE.
006580     OPEN OUTPUT SAM-RECH-FILE.
006590     OPEN INPUT  SAM-PEND-FILE.
006600     OPEN OUTPUT PEND-SAL-FILE.
006610     OPEN OUTPUT SAM-PNDR-FILE.
006620     OPEN OUTPUT SAM-JRNL-FILE.
006630     OPEN I-O    SAM-LOTE-FILE.
006640     IF WS-SAM-LOTE-STATUS = '35'
006650         OPEN OUTPUT SAM-LOTE-FILE
006660         CLOSE SAM-LOTE-FILE
006670         OPEN I-O SAM-LOTE-FILE
006680     END-IF.
006690     OPEN INPUT  SAM-AUTP-FILE.
006700     OPEN OUTPUT AUTP-SAL-FILE.
006710     OPEN OUTPUT SAM-AUTR-FILE.
006720     OPEN OUTPUT SAM-AUTV-FILE.
006730     PERFORM 0102-VALIDA-APERTURA THRU 0102-FIN.
006740     PERFORM 0150-ENCABEZADO-APLI THRU 0150-FIN.
006750     PERFORM 0155-ENCABEZADO-RECH THRU 0155-FIN.
006760     PERFORM 0160-ENCABEZADO-PNDR THRU 0160-FIN.
006770     PERFORM 0165-ENCABEZADO-AUTR THRU 0165-FIN.
006780     PERFORM 0167-ENCABEZADO-AUTV THRU 0167-FIN.
006790     PERFORM 0170-PREVALIDA-LOTES THRU 0170-FIN.
006800     PERFORM 0190-REPORTA-LOTES   THRU 0190-FIN.
006810     PERFORM 0120-LEE-SAM-TRAN    THRU 0120-FIN.
006820     IF NOT SAM-PEND-EOF
006830         PERFORM 0122-LEE-SAM-PEND THRU 0122-FIN
006840     END-IF.
006850     IF NOT SAM-AUTP-EOF
006860         PERFORM 0124-LEE-SAM-AUTP THRU 0124-FIN
006870     END-IF.
006880 0100-FIN.
006890     EXIT.
006900
006910******************************************************************
006920* 0102-VALIDA-APERTURA                                           *
006930* CONFIRMA QUE LOS CUATRO ARCHIVOS HAYAN ABIERTO BIEN. SI ALGUNO *
006940* FALLA SE DETIENE EL JOB EN LUGAR DE APLICAR TRANSACCIONES A    *
006950* MEDIAS O PRODUCIR LISTADOS INCOMPLETOS SIN AVISO.              *
006960******************************************************************
006970 0102-VALIDA-APERTURA.
006980     IF WS-SAM-TRAN-STATUS NOT = '00'
006990         DISPLAY "ERROR AL ABRIR SAM-TRAN-FILE STATUS "
007000                 WS-SAM-TRAN-STATUS
007010         MOVE 16 TO RETURN-CODE
007020         STOP RUN
007030     END-IF.
007040     IF WS-SAM-FILE-STATUS NOT = '00'
007050         DISPLAY "ERROR AL ABRIR SAM-FILE      STATUS "
007060                 WS-SAM-FILE-STATUS
007070         MOVE 16 TO RETURN-CODE
007080         STOP RUN
007090     END-IF.
007100     IF WS-SAM-APLI-STATUS NOT = '00'
007110         DISPLAY "ERROR AL ABRIR SAM-APLI-FILE STATUS "
007120                 WS-SAM-APLI-STATUS
007130         MOVE 16 TO RETURN-CODE
007140         STOP RUN
007150     END-IF.
007160     IF WS-SAM-RECH-STATUS NOT = '00'
007170         DISPLAY "ERROR AL ABRIR SAM-RECH-FILE STATUS "
007180                 WS-SAM-RECH-STATUS
007190         MOVE 16 TO RETURN-CODE
007200         STOP RUN
007210     END-IF.
007220     IF WS-SAM-PEND-STATUS = '35'
007230         DISPLAY "SAMMANT SIN COLA DE PENDIENTES PREVIA"
007240         MOVE 'Y' TO WK-PEND-AUSENTE-SW
007250         SET SAM-PEND-EOF TO TRUE
007260     ELSE
007270         IF WS-SAM-PEND-STATUS NOT = '00'
007280             DISPLAY "ERROR AL ABRIR SAM-PEND-FILE STATUS "
007290                     WS-SAM-PEND-STATUS
007300             MOVE 16 TO RETURN-CODE
007310             STOP RUN
007320         END-IF
007330     END-IF.
007340     IF WS-PEND-SAL-STATUS NOT = '00'
007350         DISPLAY "ERROR AL ABRIR SAM-PEND-SAL STATUS "
007360                 WS-PEND-SAL-STATUS
007370         MOVE 16 TO RETURN-CODE
007380         STOP RUN
007390     END-IF.
007400     IF WS-SAM-PNDR-STATUS NOT = '00'
007410         DISPLAY "ERROR AL ABRIR SAM-PNDR-FILE STATUS "
007420                 WS-SAM-PNDR-STATUS
007430         MOVE 16 TO RETURN-CODE
007440         STOP RUN
007450     END-IF.
007460     IF WS-SAM-JRNL-STATUS NOT = '00'
007470         DISPLAY "ERROR AL ABRIR SAM-JRNL-FILE STATUS "
007480                 WS-SAM-JRNL-STATUS
007490         MOVE 16 TO RETURN-CODE
007500         STOP RUN
007510     END-IF.
007520     IF WS-SAM-LOTE-STATUS NOT = '00'
007530         DISPLAY "ERROR AL ABRIR SAM-LOTE-FILE STATUS "
007540                 WS-SAM-LOTE-STATUS
007550         MOVE 16 TO RETURN-CODE
007560         STOP RUN
007570     END-IF.
007580     IF WS-SAM-AUTP-STATUS = '35'
007590         DISPLAY "SAMMANT SIN COLA DE AUTORIZACION PREVIA"
007600         MOVE 'Y' TO WK-AUTP-AUSENTE-SW
007610         SET SAM-AUTP-EOF TO TRUE
007620     ELSE
007630         IF WS-SAM-AUTP-STATUS NOT = '00'
007640             DISPLAY "ERROR AL ABRIR SAM-AUTP-FILE STATUS "
007650                     WS-SAM-AUTP-STATUS
007660             MOVE 16 TO RETURN-CODE
007670             STOP RUN
007680         END-IF
007690     END-IF.
007700     IF WS-AUTP-SAL-STATUS NOT = '00'
007710         DISPLAY "ERROR AL ABRIR SAM-AUTP-SAL STATUS "
007720                 WS-AUTP-SAL-STATUS
007730         MOVE 16 TO RETURN-CODE
007740         STOP RUN
007750     END-IF.
007760     IF WS-SAM-AUTR-STATUS NOT = '00'
007770         DISPLAY "ERROR AL ABRIR SAM-AUTR-FILE STATUS "
007780                 WS-SAM-AUTR-STATUS
007790         MOVE 16 TO RETURN-CODE
007800         STOP RUN
007810     END-IF.
007820     IF WS-SAM-AUTV-STATUS NOT = '00'
007830         DISPLAY "ERROR AL ABRIR SAM-AUTV-FILE STATUS "
007840                 WS-SAM-AUTV-STATUS
007850         MOVE 16 TO RETURN-CODE
007860         STOP RUN
007870     END-IF.
007880 0102-FIN.
007890     EXIT.
007900
007910******************************************************************
007920* 0120-LEE-SAM-TRAN                                              *
007930******************************************************************
007940 0120-LEE-SAM-TRAN.
007950     READ SAM-TRAN-FILE
007960         AT END
007970             DISPLAY "SAMMANT FIN SAM-TRAN"
007980     END-READ.
007990 0120-FIN.
008000     EXIT.
008010
008020******************************************************************
008030* 0122-LEE-SAM-PEND                                              *
008040******************************************************************
008050 0122-LEE-SAM-PEND.
008060     READ SAM-PEND-FILE
008070         AT END
008080             DISPLAY "SAMMANT FIN SAM-PEND"
008090     END-READ.
008100 0122-FIN.
008110     EXIT.
008120
008130******************************************************************
008140* 0124-LEE-SAM-AUTP                                              *
008150******************************************************************
008160 0124-LEE-SAM-AUTP.
008170     READ SAM-AUTP-FILE
008180         AT END
008190             DISPLAY "SAMMANT FIN SAM-AUTP"
008200     END-READ.
008210 0124-FIN.
008220     EXIT.
008230
008240******************************************************************
008250* 0170-PREVALIDA-LOTES                                           *
008260* PASADA PREVIA DE SAM-TRAN COMPLETO ANTES DE APLICAR NADA: POR  *
008270* CADA LOTE CUENTA LAS TRANSACCIONES POR CODIGO Y ACUMULA EL     *
008280* HASH DE LLAVES, Y AL LLEGAR A SU TRAILER LO CUADRA. UN ARCHIVO *
008290* CORTADO DEJA EL ULTIMO LOTE SIN TRAILER Y SE RECHAZA. AL       *
008300* TERMINAR SE CIERRA Y SE REABRE SAM-TRAN PARA LA PASADA DE      *
008310* APLICACION, QUE RECORRE LOS LOTES EN EL MISMO ORDEN.           *
008320******************************************************************
008330 0170-PREVALIDA-LOTES.
008340     MOVE ZERO TO WK-LOTE-IDX.
008350     MOVE 'N'  TO WK-LOTE-ABIERTO-SW.
008360     PERFORM 0120-LEE-SAM-TRAN THRU 0120-FIN.
008370     PERFORM 0172-ACUMULA-LOTE THRU 0172-FIN
008380             UNTIL SAM-TRAN-EOF.
008390     IF NOT WK-LOTE-CERRADO
008400         PERFORM 0178-LOTE-INCONCLUSO THRU 0178-FIN
008410     END-IF.
008420     IF WK-LOTE-IDX > WK-LOTE-MAX
008430         MOVE WK-LOTE-MAX TO WK-LOTE-CNT
008440     ELSE
008450         MOVE WK-LOTE-IDX TO WK-LOTE-CNT
008460     END-IF.
008470
008480     CLOSE SAM-TRAN-FILE.
008490     OPEN INPUT SAM-TRAN-FILE.
008500     IF WS-SAM-TRAN-STATUS NOT = '00'
008510         DISPLAY "ERROR AL REABRIR SAM-TRAN-FILE STATUS "
008520                 WS-SAM-TRAN-STATUS
008530         MOVE 16 TO RETURN-CODE
008540         STOP RUN
008550     END-IF.
008560     MOVE ZERO TO WK-LOTE-IDX.
008570     MOVE 'N'  TO WK-LOTE-ABIERTO-SW.
008580 0170-FIN.
008590     EXIT.
008600
008610******************************************************************
008620* 0172-ACUMULA-LOTE                                              *
008630* UN ENCABEZADO CON OTRO LOTE TODAVIA ABIERTO DEJA A ESE LOTE    *
008640* SIN TRAILER. LOS LOTES MAS ALLA DEL LIMITE DE LA TABLA YA NO   *
008650* SE ACUMULAN: SOLO SE CUENTAN Y QUEDAN RECHAZADOS.              *
008660******************************************************************
008670 0172-ACUMULA-LOTE.
008680     IF TRAN-ES-ENCABEZADO AND NOT WK-LOTE-CERRADO
008690         PERFORM 0178-LOTE-INCONCLUSO THRU 0178-FIN
008700     END-IF.
008710     PERFORM 0175-UBICA-LOTE THRU 0175-FIN.
008720
008730     IF WK-LOTE-IDX > WK-LOTE-MAX
008740         IF WK-LOTE-NUEVO
008750             ADD 1 TO WK-CONT-LOTES-EXCED
008760         END-IF
008770     ELSE
008780         IF WK-LOTE-NUEVO
008790             PERFORM 0174-ABRE-LOTE THRU 0174-FIN
008800         END-IF
008810         EVALUATE TRUE
008820             WHEN TRAN-ES-ENCABEZADO
008830                  CONTINUE
008840             WHEN TRAN-ES-TRAILER
008850                  PERFORM 0176-CUADRA-LOTE THRU 0176-FIN
008860             WHEN OTHER
008870                  PERFORM 0177-CUENTA-DETALLE THRU 0177-FIN
008880         END-EVALUATE
008890     END-IF.
008900
008910     IF TRAN-ES-TRAILER
008920         MOVE 'N' TO WK-LOTE-ABIERTO-SW
008930     END-IF.
008940     PERFORM 0120-LEE-SAM-TRAN THRU 0120-FIN.
008950 0172-FIN.
008960     EXIT.
008970
008980******************************************************************
008990* 0174-ABRE-LOTE                                                 *
009000* NUEVA ENTRADA DE LA TABLA. SI EL LOTE ARRANCO CON ENCABEZADO   *
009010* SE GUARDAN SU ORIGEN, NUMERO Y FECHA; SI ARRANCO CON UNA       *
009020* TRANSACCION O UN TRAILER SUELTOS, LA ENTRADA QUEDA SIN DATOS   *
009030* DE LOTE Y SE RECHAZARA COMO SIN ENCABEZADO.                    *
009040******************************************************************
009050 0174-ABRE-LOTE.
009060     MOVE SPACES TO WK-LT-ORIGEN (WK-LOTE-IDX)
009070                    WK-LT-FECHA (WK-LOTE-IDX)
009080                    WK-LT-USUARIO (WK-LOTE-IDX)
009090                    WK-LT-ESTADO (WK-LOTE-IDX)
009100                    WK-LT-MOTIVO (WK-LOTE-IDX).
009110     MOVE ZERO   TO WK-LT-NUMERO (WK-LOTE-IDX)
009120                    WK-LT-ESP-ALTAS (WK-LOTE-IDX)
009130                    WK-LT-ESP-CAMBIOS (WK-LOTE-IDX)
009140                    WK-LT-ESP-BAJAS (WK-LOTE-IDX)
009150                    WK-LT-ESP-CANCEL (WK-LOTE-IDX)
009160                    WK-LT-ESP-TOTAL (WK-LOTE-IDX)
009170                    WK-LT-ESP-HASH (WK-LOTE-IDX)
009180                    WK-LT-REA-ALTAS (WK-LOTE-IDX)
009190                    WK-LT-REA-CAMBIOS (WK-LOTE-IDX)
009200                    WK-LT-REA-BAJAS (WK-LOTE-IDX)
009210                    WK-LT-REA-CANCEL (WK-LOTE-IDX)
009220                    WK-LT-REA-TOTAL (WK-LOTE-IDX)
009230                    WK-LT-REA-HASH (WK-LOTE-IDX).
009240     IF TRAN-ES-ENCABEZADO
009250         MOVE TRANH-ORIGEN        TO WK-LT-ORIGEN (WK-LOTE-IDX)
009260         MOVE TRANH-FECHA-PROCESO TO WK-LT-FECHA (WK-LOTE-IDX)
009270         MOVE TRANH-USUARIO       TO WK-LT-USUARIO (WK-LOTE-IDX)
009280         IF TRANH-LOTE IS NUMERIC
009290             MOVE TRANH-LOTE      TO WK-LT-NUMERO (WK-LOTE-IDX)
009300         END-IF
009310     END-IF.
009320 0174-FIN.
009330     EXIT.
009340
009350******************************************************************
009360* 0175-UBICA-LOTE                                                *
009370* AVANZA AL SIGUIENTE LOTE CUANDO LLEGA UN ENCABEZADO, O CUANDO  *
009380* LLEGA CUALQUIER OTRO REGISTRO SIN LOTE ABIERTO (TRANSACCIONES  *
009390* SIN ENCABEZADO). LO USAN LAS DOS PASADAS, ASI QUE AMBAS        *
009400* NUMERAN LOS LOTES IGUAL; DE PASO DICE SI EL LOTE EN CURSO      *
009410* QUEDO ACEPTADO EN LA PASADA PREVIA.                            *
009420******************************************************************
009430 0175-UBICA-LOTE.
009440     MOVE 'N' TO WK-LOTE-NUEVO-SW.
009450     IF TRAN-ES-ENCABEZADO OR WK-LOTE-CERRADO
009460         ADD 1 TO WK-LOTE-IDX
009470         MOVE 'Y' TO WK-LOTE-NUEVO-SW
009480         IF TRAN-ES-ENCABEZADO
009490             MOVE 'H' TO WK-LOTE-ABIERTO-SW
009500         ELSE
009510             MOVE 'S' TO WK-LOTE-ABIERTO-SW
009520         END-IF
009530     END-IF.
009540
009550     MOVE 'N' TO WK-LOTE-VIGENTE-SW.
009560     IF WK-LOTE-IDX NOT > WK-LOTE-MAX
009570         IF WK-LT-ACEPTADO (WK-LOTE-IDX)
009580             MOVE 'Y' TO WK-LOTE-VIGENTE-SW
009590         END-IF
009600     END-IF.
009610 0175-FIN.
009620     EXIT.
009630
009640******************************************************************
009650* 0176-CUADRA-LOTE                                               *
009660* VALIDACIONES DEL TRAILER EN ORDEN: EL LOTE DEBE TENER          *
009670* ENCABEZADO LEGIBLE, EL TRAILER DEBE SER DEL MISMO ORIGEN Y     *
009680* NUMERO, LAS CUENTAS POR CODIGO, EL TOTAL Y EL HASH DEBEN       *
009690* CUADRAR, Y EL LOTE NO PUEDE VENIR DOS VECES EN LA NOCHE NI     *
009700* HABERSE APLICADO ANTES (SAM-LOTE). AL PRIMER ERROR EL LOTE     *
009710* QUEDA RECHAZADO COMPLETO.                                      *
009720******************************************************************
009730 0176-CUADRA-LOTE.
009740     IF TRANT-CIFRAS IS NUMERIC
009750         MOVE TRANT-CONT-ALTAS
009760           TO WK-LT-ESP-ALTAS (WK-LOTE-IDX)
009770         MOVE TRANT-CONT-CAMBIOS
009780           TO WK-LT-ESP-CAMBIOS (WK-LOTE-IDX)
009790         MOVE TRANT-CONT-BAJAS
009800           TO WK-LT-ESP-BAJAS (WK-LOTE-IDX)
009810         MOVE TRANT-CONT-CANCEL
009820           TO WK-LT-ESP-CANCEL (WK-LOTE-IDX)
009830         MOVE TRANT-CONT-TOTAL
009840           TO WK-LT-ESP-TOTAL (WK-LOTE-IDX)
009850         MOVE TRANT-HASH
009860           TO WK-LT-ESP-HASH (WK-LOTE-IDX)
009870     ELSE
009880         MOVE 'TRAILER ILEGIBLE'   TO WK-MOTIVO-LOTE
009890         PERFORM 0180-RECHAZA-LOTE THRU 0180-FIN
009900         GO TO 0176-FIN
009910     END-IF.
009920
009930     IF WK-LOTE-SIN-ENCAB
009940         MOVE 'SIN ENCABEZADO'     TO WK-MOTIVO-LOTE
009950         PERFORM 0180-RECHAZA-LOTE THRU 0180-FIN
009960         GO TO 0176-FIN
009970     END-IF.
009980
009990     IF WK-LT-NUMERO (WK-LOTE-IDX) = ZERO
010000         MOVE 'ENCABEZADO ILEGIBLE' TO WK-MOTIVO-LOTE
010010         PERFORM 0180-RECHAZA-LOTE THRU 0180-FIN
010020         GO TO 0176-FIN
010030     END-IF.
010040
010050     IF TRANT-ORIGEN NOT = WK-LT-ORIGEN (WK-LOTE-IDX)
010060        OR TRANT-LOTE IS NOT NUMERIC
010070        OR TRANT-LOTE NOT = WK-LT-NUMERO (WK-LOTE-IDX)
010080         MOVE 'TRAILER AJENO'      TO WK-MOTIVO-LOTE
010090         PERFORM 0180-RECHAZA-LOTE THRU 0180-FIN
010100         GO TO 0176-FIN
010110     END-IF.
010120
010130     IF WK-LT-ESP-ALTAS (WK-LOTE-IDX)
010140            NOT = WK-LT-REA-ALTAS (WK-LOTE-IDX)
010150        OR WK-LT-ESP-CAMBIOS (WK-LOTE-IDX)
010160            NOT = WK-LT-REA-CAMBIOS (WK-LOTE-IDX)
010170        OR WK-LT-ESP-BAJAS (WK-LOTE-IDX)
010180            NOT = WK-LT-REA-BAJAS (WK-LOTE-IDX)
010190        OR WK-LT-ESP-CANCEL (WK-LOTE-IDX)
010200            NOT = WK-LT-REA-CANCEL (WK-LOTE-IDX)
010210        OR WK-LT-ESP-TOTAL (WK-LOTE-IDX)
010220            NOT = WK-LT-REA-TOTAL (WK-LOTE-IDX)
010230        OR WK-LT-ESP-HASH (WK-LOTE-IDX)
010240            NOT = WK-LT-REA-HASH (WK-LOTE-IDX)
010250         MOVE 'FUERA DE BALANCE'   TO WK-MOTIVO-LOTE
010260         PERFORM 0180-RECHAZA-LOTE THRU 0180-FIN
010270         GO TO 0176-FIN
010280     END-IF.
010290
010300     MOVE 'N' TO WK-LOTE-REPETIDO-SW.
010310     IF WK-LOTE-IDX > 1
010320         PERFORM 0182-COMPARA-LOTE THRU 0182-FIN
010330             VARYING WK-LOTE-IDX2 FROM 1 BY 1
010340             UNTIL WK-LOTE-IDX2 >= WK-LOTE-IDX
010350                OR WK-LOTE-REPETIDO
010360     END-IF.
010370     IF WK-LOTE-REPETIDO
010380         MOVE 'LOTE DUPLICADO'     TO WK-MOTIVO-LOTE
010390         PERFORM 0180-RECHAZA-LOTE THRU 0180-FIN
010400         GO TO 0176-FIN
010410     END-IF.
010420
010430     MOVE WK-LT-ORIGEN (WK-LOTE-IDX) TO LOTE-ORIGEN.
010440     MOVE WK-LT-NUMERO (WK-LOTE-IDX) TO LOTE-NUMERO.
010450     READ SAM-LOTE-FILE
010460         INVALID KEY
010470             MOVE 'N' TO WK-LOTE-REPETIDO-SW
010480         NOT INVALID KEY
010490             MOVE 'Y' TO WK-LOTE-REPETIDO-SW
010500     END-READ.
010510     IF WK-LOTE-REPETIDO
010520         MOVE 'LOTE YA APLICADO'   TO WK-MOTIVO-LOTE
010530         PERFORM 0180-RECHAZA-LOTE THRU 0180-FIN
010540         GO TO 0176-FIN
010550     END-IF.
010560
010570     MOVE 'A' TO WK-LT-ESTADO (WK-LOTE-IDX).
010580     ADD 1 TO WK-CONT-LOTES-ACEP.
010590 0176-FIN.
010600     EXIT.
010610
010620******************************************************************
010630* 0177-CUENTA-DETALLE                                            *
010640* CUENTA REAL DEL LOTE: POR CODIGO, TOTAL Y HASH DE LAS LLAVES   *
010650* NUMERICAS. UN CODIGO INVALIDO SOLO ENTRA AL TOTAL; SE RECHAZA  *
010660* INDIVIDUALMENTE EN LA PASADA DE APLICACION.                    *
010670******************************************************************
010680 0177-CUENTA-DETALLE.
010690     ADD 1 TO WK-LT-REA-TOTAL (WK-LOTE-IDX).
010700     EVALUATE TRUE
010710         WHEN TRAN-ES-ALTA
010720              ADD 1 TO WK-LT-REA-ALTAS (WK-LOTE-IDX)
010730         WHEN TRAN-ES-CAMBIO
010740              ADD 1 TO WK-LT-REA-CAMBIOS (WK-LOTE-IDX)
010750         WHEN TRAN-ES-BAJA
010760              ADD 1 TO WK-LT-REA-BAJAS (WK-LOTE-IDX)
010770         WHEN TRAN-ES-CANCELACION
010780              ADD 1 TO WK-LT-REA-CANCEL (WK-LOTE-IDX)
010790         WHEN OTHER
010800              CONTINUE
010810     END-EVALUATE.
010820     IF TRAN-KEY-NUMBER IS NUMERIC
010830         MOVE TRAN-KEY-NUMBER TO WK-LOTE-LLAVE-NUM
010840         ADD WK-LOTE-LLAVE-NUM TO WK-LT-REA-HASH (WK-LOTE-IDX)
010850     END-IF.
010860 0177-FIN.
010870     EXIT.
010880
010890******************************************************************
010900* 0178-LOTE-INCONCLUSO                                           *
010910* EL LOTE ABIERTO SE QUEDO SIN TRAILER (ARCHIVO CORTADO O LOTE   *
010920* ENCIMADO POR OTRO ENCABEZADO). SI NI SIQUIERA TRAIA ENCABEZADO *
010930* EL MOTIVO ES ESE.                                              *
010940******************************************************************
010950 0178-LOTE-INCONCLUSO.
010960     IF WK-LOTE-IDX > WK-LOTE-MAX
010970         GO TO 0178-FIN
010980     END-IF.
010990     IF WK-LOTE-CON-ENCAB
011000         MOVE 'SIN TRAILER'        TO WK-MOTIVO-LOTE
011010     ELSE
011020         MOVE 'SIN ENCABEZADO'     TO WK-MOTIVO-LOTE
011030     END-IF.
011040     PERFORM 0180-RECHAZA-LOTE THRU 0180-FIN.
011050 0178-FIN.
011060     EXIT.
011070
011080******************************************************************
011090* 0180-RECHAZA-LOTE / 0182-COMPARA-LOTE                          *
011100******************************************************************
011110 0180-RECHAZA-LOTE.
011120     MOVE 'R'            TO WK-LT-ESTADO (WK-LOTE-IDX).
011130     MOVE WK-MOTIVO-LOTE TO WK-LT-MOTIVO (WK-LOTE-IDX).
011140     ADD 1 TO WK-CONT-LOTES-RECH.
011150     DISPLAY "SAMMANT LOTE RECHAZADO " WK-LT-ORIGEN (WK-LOTE-IDX)
011160             " " WK-LT-NUMERO (WK-LOTE-IDX) " " WK-MOTIVO-LOTE.
011170 0180-FIN.
011180     EXIT.
011190
011200 0182-COMPARA-LOTE.
011210     IF WK-LT-ACEPTADO (WK-LOTE-IDX2)
011220        AND WK-LT-ORIGEN (WK-LOTE-IDX2)
011230            = WK-LT-ORIGEN (WK-LOTE-IDX)
011240        AND WK-LT-NUMERO (WK-LOTE-IDX2)
011250            = WK-LT-NUMERO (WK-LOTE-IDX)
011260         MOVE 'Y' TO WK-LOTE-REPETIDO-SW
011270     END-IF.
011280 0182-FIN.
011290     EXIT.
011300
011310******************************************************************
011320* 0190-REPORTA-LOTES                                             *
011330* SECCION DE CONTROL DE LOTES AL INICIO DEL LISTADO SAM-APLI:    *
011340* POR LOTE, SU ESTADO Y LAS CIFRAS ESPERADAS (TRAILER) CONTRA    *
011350* LAS REALES (CONTADAS), Y AL FINAL EL RESUMEN DE LOTES.         *
011360******************************************************************
011370 0190-REPORTA-LOTES.
011380     MOVE SPACES TO SAM-APLI-RECORD.
011390     STRING '*** CONTROL DE LOTES DE SAM-TRAN ***'
011400                             DELIMITED BY SIZE
011410       INTO SAM-APLI-RECORD.
011420     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
011430     ADD 1 TO WK-LINEA-APLI.
011440
011450     IF WK-LOTE-CNT > ZERO
011460         PERFORM 0192-REPORTA-UN-LOTE THRU 0192-FIN
011470             VARYING WK-LOTE-IDX FROM 1 BY 1
011480             UNTIL WK-LOTE-IDX > WK-LOTE-CNT
011490     END-IF.
011500     MOVE ZERO TO WK-LOTE-IDX.
011510
011520     MOVE WK-CONT-LOTES-ACEP  TO WK-CONT-LACEP-ED.
011530     MOVE WK-CONT-LOTES-RECH  TO WK-CONT-LRECH-ED.
011540     MOVE WK-CONT-LOTES-EXCED TO WK-CONT-LEXCED-ED.
011550     IF WK-LINEA-APLI >= WK-MAX-LINEAS - 4
011560         PERFORM 0150-ENCABEZADO-APLI THRU 0150-FIN
011570     END-IF.
011580     MOVE SPACES TO SAM-APLI-RECORD.
011590     STRING 'LOTES ACEPTADOS             : ' DELIMITED BY SIZE
011600            WK-CONT-LACEP-ED                 DELIMITED BY SIZE
011610       INTO SAM-APLI-RECORD.
011620     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
011630
011640     MOVE SPACES TO SAM-APLI-RECORD.
011650     STRING 'LOTES RECHAZADOS            : ' DELIMITED BY SIZE
011660            WK-CONT-LRECH-ED                 DELIMITED BY SIZE
011670       INTO SAM-APLI-RECORD.
011680     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
011690
011700     MOVE SPACES TO SAM-APLI-RECORD.
011710     STRING 'LOTES EXCEDENTES RECHAZADOS : ' DELIMITED BY SIZE
011720            WK-CONT-LEXCED-ED                DELIMITED BY SIZE
011730       INTO SAM-APLI-RECORD.
011740     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
011750
011760     MOVE SPACES TO SAM-APLI-RECORD.
011770     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
011780     ADD 4 TO WK-LINEA-APLI.
011790 0190-FIN.
011800     EXIT.
011810
011820******************************************************************
011830* 0192-REPORTA-UN-LOTE / 0194-LINEA-CIFRA                        *
011840* NUEVE RENGLONES POR LOTE; SI NO CABEN EN LA PAGINA SE SALTA    *
011850* ANTES DE EMPEZAR EL LOTE PARA NO PARTIRLO.                     *
011860******************************************************************
011870 0192-REPORTA-UN-LOTE.
011880     IF WK-LINEA-APLI >= WK-MAX-LINEAS - 9
011890         PERFORM 0150-ENCABEZADO-APLI THRU 0150-FIN
011900     END-IF.
011910     MOVE WK-LT-NUMERO (WK-LOTE-IDX) TO WK-LOTE-NUMERO-ED.
011920     MOVE SPACES TO SAM-APLI-RECORD.
011930     IF WK-LT-ACEPTADO (WK-LOTE-IDX)
011940         STRING 'LOTE '                    DELIMITED BY SIZE
011950                WK-LT-ORIGEN (WK-LOTE-IDX) DELIMITED BY SIZE
011960                ' NUMERO '                 DELIMITED BY SIZE
011970                WK-LOTE-NUMERO-ED          DELIMITED BY SIZE
011980                ' FECHA '                  DELIMITED BY SIZE
011990                WK-LT-FECHA (WK-LOTE-IDX)  DELIMITED BY SIZE
012000                ' - ACEPTADO'              DELIMITED BY SIZE
012010           INTO SAM-APLI-RECORD
012020     ELSE
012030         STRING 'LOTE '                    DELIMITED BY SIZE
012040                WK-LT-ORIGEN (WK-LOTE-IDX) DELIMITED BY SIZE
012050                ' NUMERO '                 DELIMITED BY SIZE
012060                WK-LOTE-NUMERO-ED          DELIMITED BY SIZE
012070                ' FECHA '                  DELIMITED BY SIZE
012080                WK-LT-FECHA (WK-LOTE-IDX)  DELIMITED BY SIZE
012090                ' - RECHAZADO COMPLETO: '  DELIMITED BY SIZE
012100                WK-LT-MOTIVO (WK-LOTE-IDX) DELIMITED BY SIZE
012110           INTO SAM-APLI-RECORD
012120     END-IF.
012130     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
012140
012150     MOVE SPACES TO SAM-APLI-RECORD.
012160     STRING '                               ESPERADO'
012170                             DELIMITED BY SIZE
012180            '                REAL' DELIMITED BY SIZE
012190       INTO SAM-APLI-RECORD.
012200     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
012210
012220     MOVE '   ALTAS       (A)' TO WK-CIFRA-ETIQUETA.
012230     MOVE WK-LT-ESP-ALTAS (WK-LOTE-IDX)   TO WK-CIFRA-ESP.
012240     MOVE WK-LT-REA-ALTAS (WK-LOTE-IDX)   TO WK-CIFRA-REA.
012250     PERFORM 0194-LINEA-CIFRA THRU 0194-FIN.
012260     MOVE '   CAMBIOS     (C)' TO WK-CIFRA-ETIQUETA.
012270     MOVE WK-LT-ESP-CAMBIOS (WK-LOTE-IDX) TO WK-CIFRA-ESP.
012280     MOVE WK-LT-REA-CAMBIOS (WK-LOTE-IDX) TO WK-CIFRA-REA.
012290     PERFORM 0194-LINEA-CIFRA THRU 0194-FIN.
012300     MOVE '   BAJAS       (D)' TO WK-CIFRA-ETIQUETA.
012310     MOVE WK-LT-ESP-BAJAS (WK-LOTE-IDX)   TO WK-CIFRA-ESP.
012320     MOVE WK-LT-REA-BAJAS (WK-LOTE-IDX)   TO WK-CIFRA-REA.
012330     PERFORM 0194-LINEA-CIFRA THRU 0194-FIN.
012340     MOVE '   CANCELAC.   (X)' TO WK-CIFRA-ETIQUETA.
012350     MOVE WK-LT-ESP-CANCEL (WK-LOTE-IDX)  TO WK-CIFRA-ESP.
012360     MOVE WK-LT-REA-CANCEL (WK-LOTE-IDX)  TO WK-CIFRA-REA.
012370     PERFORM 0194-LINEA-CIFRA THRU 0194-FIN.
012380     MOVE '   TOTAL         ' TO WK-CIFRA-ETIQUETA.
012390     MOVE WK-LT-ESP-TOTAL (WK-LOTE-IDX)   TO WK-CIFRA-ESP.
012400     MOVE WK-LT-REA-TOTAL (WK-LOTE-IDX)   TO WK-CIFRA-REA.
012410     PERFORM 0194-LINEA-CIFRA THRU 0194-FIN.
012420     MOVE '   HASH LLAVES   ' TO WK-CIFRA-ETIQUETA.
012430     MOVE WK-LT-ESP-HASH (WK-LOTE-IDX)    TO WK-CIFRA-ESP.
012440     MOVE WK-LT-REA-HASH (WK-LOTE-IDX)    TO WK-CIFRA-REA.
012450     PERFORM 0194-LINEA-CIFRA THRU 0194-FIN.
012460
012470     MOVE SPACES TO SAM-APLI-RECORD.
012480     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
012490     ADD 9 TO WK-LINEA-APLI.
012500 0192-FIN.
012510     EXIT.
012520
012530 0194-LINEA-CIFRA.
012540     MOVE WK-CIFRA-ESP TO WK-CIFRA-ESP-ED.
012550     MOVE WK-CIFRA-REA TO WK-CIFRA-REA-ED.
012560     IF WK-CIFRA-ESP = WK-CIFRA-REA
012570         MOVE SPACES TO WK-CIFRA-MARCA
012580     ELSE
012590         MOVE ' ***' TO WK-CIFRA-MARCA
012600     END-IF.
012610     MOVE SPACES TO SAM-APLI-RECORD.
012620     STRING WK-CIFRA-ETIQUETA DELIMITED BY SIZE
012630            '  '              DELIMITED BY SIZE
012640            WK-CIFRA-ESP-ED   DELIMITED BY SIZE
012650            ' '               DELIMITED BY SIZE
012660            WK-CIFRA-REA-ED   DELIMITED BY SIZE
012670            WK-CIFRA-MARCA    DELIMITED BY SIZE
012680       INTO SAM-APLI-RECORD.
012690     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
012700 0194-FIN.
012710     EXIT.
012720
012730******************************************************************
012740* 0500-PROCESO                                                   *
012750* CLASIFICA LA TRANSACCION LEIDA: UNA CANCELACION ('X') SOLO SE  *
012760* ANOTA EN LA TABLA DE CANCELACIONES; UNA TRANSACCION CUYA       *
012770* FECHA EFECTIVA NO HA LLEGADO SE ESTACIONA EN LA COLA DE        *
012780* PENDIENTES; LAS DEMAS SE EDITAN Y APLICAN COMO SIEMPRE. LUEGO  *
012790* AVANZA A LA SIGUIENTE (LECTURA ANTICIPADA, IGUAL QUE COBOLSQL  *
012800* CON SAM-FILE). LOS ENCABEZADOS Y TRAILERS SOLO UBICAN EL LOTE  *
012810* (YA SE CUADRARON EN LA PASADA PREVIA); LAS TRANSACCIONES DE UN *
012820* LOTE RECHAZADO SOLO SE CUENTAN - NO LLEGAN A SAM-FILE, NI A    *
012830* SAM-JRNL, NI A LA COLA DE PENDIENTES.                          *
012840******************************************************************
012850 0500-PROCESO.
012860     PERFORM 0175-UBICA-LOTE THRU 0175-FIN.
012870     EVALUATE TRUE
012880         WHEN TRAN-ES-ENCABEZADO
012890              CONTINUE
012900         WHEN TRAN-ES-TRAILER
012910              PERFORM 0280-REGISTRA-LOTE THRU 0280-FIN
012920              MOVE 'N' TO WK-LOTE-ABIERTO-SW
012930         WHEN NOT WK-LOTE-VIGENTE
012940              ADD 1 TO WK-CONT-OMIT-LOTE
012950         WHEN OTHER
012960              PERFORM 0502-PROCESA-DETALLE THRU 0502-FIN
012970     END-EVALUATE.
012980     PERFORM 0120-LEE-SAM-TRAN THRU 0120-FIN.
012990 0500-FIN.
013000     EXIT.
013010
013020******************************************************************
013030* 0502-PROCESA-DETALLE                                           *
013040* TRANSACCION DE UN LOTE ACEPTADO: CANCELACION, APROBACION,      *
013050* RETENCION POR AUTORIZACION, RETENCION POR FECHA EFECTIVA O     *
013060* EDICION Y APLICACION. LA RETENCION POR AUTORIZACION VA ANTES   *
013070* QUE LA DE FECHA EFECTIVA: UNA BAJA FUTURA PRIMERO SE APRUEBA Y *
013080* YA APROBADA SE ESTACIONA EN SAM-PEND HASTA SU FECHA.           *
013090******************************************************************
013100 0502-PROCESA-DETALLE.
013110     ADD 1 TO WK-CONT-LEIDAS.
013120     MOVE WK-LT-USUARIO (WK-LOTE-IDX) TO WK-USUARIO-TRAN.
013130     MOVE SPACES                      TO WK-APROBADOR-TRAN.
013140     MOVE WK-LT-ORIGEN (WK-LOTE-IDX)  TO WK-ORIGEN-TRAN.
013150     IF TRAN-ES-CANCELACION
013160         PERFORM 0250-REGISTRA-CANCEL THRU 0250-FIN
013170         GO TO 0502-FIN
013180     END-IF.
013190     IF TRAN-ES-APROBACION
013200         PERFORM 0255-REGISTRA-APROB THRU 0255-FIN
013210         GO TO 0502-FIN
013220     END-IF.
013230     PERFORM 0285-CHECA-AUTORIZ THRU 0285-FIN.
013240     IF WK-REQUIERE-AUT
013250         PERFORM 0290-RETIENE-AUTORIZ THRU 0290-FIN
013260         GO TO 0502-FIN
013270     END-IF.
013280     PERFORM 0245-CHECA-EFECTIVA THRU 0245-FIN.
013290     IF WK-TRAN-ES-FUTURA
013300         PERFORM 0260-RETIENE-TRAN THRU 0260-FIN
013310     ELSE
013320         PERFORM 0510-EDITA-Y-APLICA THRU 0510-FIN
013330     END-IF.
013340 0502-FIN.
013350     EXIT.
013360
013370******************************************************************
013380* 0510-EDITA-Y-APLICA                                            *
013390* EDITA LA TRANSACCION EN SAM-TRAN-RECORD Y, SI PASA TODAS LAS   *
013400* EDICIONES, LA APLICA A SAM-FILE SEGUN SU CODIGO. LO USAN TANTO *
013410* LA PASADA DE SAM-TRAN COMO LA LIBERACION DE PENDIENTES (QUE    *
013420* MUEVE EL REGISTRO PENDIENTE AL AREA DE SAM-TRAN ANTES DE       *
013430* INVOCARLO).                                                    *
013440******************************************************************
013450 0510-EDITA-Y-APLICA.
013460     PERFORM 0130-EDITA-TRAN THRU 0130-FIN.
013470     IF WK-TRAN-ES-VALIDA
013480         EVALUATE TRUE
013490             WHEN TRAN-ES-ALTA
013500                  PERFORM 0210-APLICA-ALTA   THRU 0210-FIN
013510             WHEN TRAN-ES-CAMBIO
013520                  PERFORM 0220-APLICA-CAMBIO THRU 0220-FIN
013530             WHEN TRAN-ES-BAJA
013540                  PERFORM 0230-APLICA-BAJA   THRU 0230-FIN
013550         END-EVALUATE
013560     END-IF.
013570 0510-FIN.
013580     EXIT.
013590
013600******************************************************************
013610* 0700-PROCESA-PENDIENTE                                         *
013620* RELEE LA COLA DE PENDIENTES DE ANOCHE. UNA LLAVE CON           *
013630* CANCELACION RECIBIDA SALE DE LA COLA Y SE LISTA COMO           *
013640* CANCELADA; UNA TRANSACCION CUYA FECHA YA LLEGO SE LIBERA POR   *
013650* EL MISMO CAMINO DE EDICION Y APLICACION DE SAM-TRAN; EL RESTO  *
013660* SE REESTACIONA EN LA COLA DE SALIDA Y SE RELISTA PARA QUE EL   *
013670* AREA USUARIA VEA LO QUE SIGUE ENCOLADO.                        *
013680******************************************************************
013690 0700-PROCESA-PENDIENTE.
013700     ADD 1 TO WK-CONT-PEND-LEIDAS.
013710     MOVE PEND-ENT-RECORD TO SAM-TRAN-RECORD.
013720     MOVE SPACES TO WK-USUARIO-TRAN
013730                    WK-APROBADOR-TRAN
013740                    WK-ORIGEN-TRAN.
013750     PERFORM 0270-BUSCA-CANCEL THRU 0270-FIN.
013760     EVALUATE TRUE
013770         WHEN WK-CANCEL-ENCONTRADA
013780              ADD 1 TO WK-CONT-CANCELADAS
013790              MOVE 'CANCELADA   ' TO WK-PEND-ETIQUETA
013800              PERFORM 0320-REPORTA-PENDIENTE THRU 0320-FIN
013810              MOVE SAM-TRAN-RECORD TO WK-IMAGEN-ANT
013820              MOVE 'X'             TO WK-JRNL-ACCION
013830              PERFORM 0330-GRABA-JOURNAL THRU 0330-FIN
013840         WHEN OTHER
013850              PERFORM 0245-CHECA-EFECTIVA THRU 0245-FIN
013860              IF WK-TRAN-ES-FUTURA
013870                  PERFORM 0260-RETIENE-TRAN THRU 0260-FIN
013880              ELSE
013890                  ADD 1 TO WK-CONT-LIBERADAS
013900                  PERFORM 0510-EDITA-Y-APLICA THRU 0510-FIN
013910              END-IF
013920     END-EVALUATE.
013930     PERFORM 0122-LEE-SAM-PEND THRU 0122-FIN.
013940 0700-FIN.
013950     EXIT.
013960
013970******************************************************************
013980* 0750-PROCESA-AUTORIZ                                           *
013990* RELEE LA COLA DE AUTORIZACION DE ANOCHE:                       *
014000*   - APROBADA EN UNA CORRIDA ANTERIOR ('L'): SE LIBERA POR EL   *
014010*     MISMO CAMINO DE SAM-TRAN (FECHA EFECTIVA, EDICION Y        *
014020*     APLICACION) Y SALE DE LA COLA.                             *
014030*   - EN ESPERA CON APROBACION DE OTRO USUARIO ESTA NOCHE: QUEDA *
014040*     APROBADA PARA LA CORRIDA SIGUIENTE Y SE JOURNALIZA.        *
014050*   - EN ESPERA QUE YA CUMPLIO LOS DIAS DEL PARM: VENCE, SALE DE *
014060*     LA COLA AL REPORTE SAM-AUTV Y SE JOURNALIZA.               *
014070*   - EL RESTO SIGUE EN ESPERA Y SE RELISTA EN SAM-AUTR.         *
014080* LA APROBACION SE BUSCA ANTES QUE EL VENCIMIENTO, ASI QUE UNA   *
014090* APROBACION QUE LLEGA EL ULTIMO DIA TODAVIA CUENTA.             *
014100******************************************************************
014110 0750-PROCESA-AUTORIZ.
014120     ADD 1 TO WK-CONT-AUT-LEIDAS.
014130     MOVE AUTP-ENT-RECORD   TO WK-AUTP-AREA.
014140     MOVE WK-AU-TRANSACCION TO SAM-TRAN-RECORD.
014150     MOVE ZERO TO WK-DIAS-ESPERA.
014160     IF WK-AU-FECHA-RET-NUM IS NUMERIC
014170        AND WK-AU-FECHA-RET-NUM NOT = ZERO
014180         COMPUTE WK-DIAS-RETENCION =
014190                 FUNCTION INTEGER-OF-DATE (WK-AU-FECHA-RET-NUM)
014200         COMPUTE WK-DIAS-ESPERA =
014210                 WK-DIAS-PROCESO - WK-DIAS-RETENCION
014220     END-IF.
014230
014240     IF WK-AU-APROBADA
014250         PERFORM 0755-LIBERA-APROBADA THRU 0755-FIN
014260         GO TO 0750-LEE
014270     END-IF.
014280
014290     PERFORM 0760-BUSCA-APROBACION THRU 0760-FIN.
014300     EVALUATE TRUE
014310         WHEN WK-APROB-ENCONTRADA
014320              PERFORM 0765-APRUEBA-RETENIDA THRU 0765-FIN
014330         WHEN WK-DIAS-ESPERA NOT < WK-DIAS-AUT-LIMITE
014340              PERFORM 0770-VENCE-RETENIDA THRU 0770-FIN
014350         WHEN OTHER
014360              PERFORM 0295-GRABA-AUTORIZ THRU 0295-FIN
014370              MOVE 'EN ESPERA   ' TO WK-AUT-ETIQUETA
014380              PERFORM 0780-REPORTA-AUTORIZ THRU 0780-FIN
014390     END-EVALUATE.
014400 0750-LEE.
014410     PERFORM 0124-LEE-SAM-AUTP THRU 0124-FIN.
014420 0750-FIN.
014430     EXIT.
014440
014450******************************************************************
014460* 0755-LIBERA-APROBADA                                           *
014470* LA TRANSACCION APROBADA ENTRA AL JOURNAL CON SU USUARIO Y SU   *
014480* APROBADOR. SI SU FECHA EFECTIVA TODAVIA NO LLEGA SE ESTACIONA  *
014490* EN SAM-PEND COMO CUALQUIER OTRA.                               *
014500******************************************************************
014510 0755-LIBERA-APROBADA.
014520     ADD 1 TO WK-CONT-AUT-APLIC.
014530     MOVE WK-AU-USUARIO   TO WK-USUARIO-TRAN.
014540     MOVE WK-AU-APROBADOR TO WK-APROBADOR-TRAN.
014550     MOVE WK-AU-ORIGEN    TO WK-ORIGEN-TRAN.
014560     MOVE 'LIBERADA    ' TO WK-AUT-ETIQUETA.
014570     PERFORM 0780-REPORTA-AUTORIZ THRU 0780-FIN.
014580     PERFORM 0245-CHECA-EFECTIVA THRU 0245-FIN.
014590     IF WK-TRAN-ES-FUTURA
014600         PERFORM 0260-RETIENE-TRAN THRU 0260-FIN
014610     ELSE
014620         PERFORM 0510-EDITA-Y-APLICA THRU 0510-FIN
014630     END-IF.
014640 0755-FIN.
014650     EXIT.
014660
014670******************************************************************
014680* 0760-BUSCA-APROBACION / 0762-COMPARA-APROB                     *
014690* BUSCA UNA APROBACION DE LA NOCHE PARA LA LLAVE DE LA RETENIDA  *
014700* HECHA POR UN USUARIO DISTINTO AL QUE LA ENVIO. UNA APROBACION  *
014710* DEL MISMO USUARIO NO CUENTA Y QUEDA MARCADA COMO PROPIA PARA   *
014720* RECHAZARSE AL FINAL (NADIE APRUEBA SU PROPIA TRANSACCION). UNA *
014730* MISMA APROBACION LIBERA TODAS LAS RETENIDAS DE ESA LLAVE QUE   *
014740* SEAN DE OTROS USUARIOS.                                        *
014750******************************************************************
014760 0760-BUSCA-APROBACION.
014770     MOVE 'N'  TO WK-APROB-HIT-SW.
014780     MOVE ZERO TO WK-APROB-HIT.
014790     IF WK-APROB-CNT = ZERO
014800         GO TO 0760-FIN
014810     END-IF.
014820     PERFORM 0762-COMPARA-APROB THRU 0762-FIN
014830         VARYING WK-APROB-IDX FROM 1 BY 1
014840         UNTIL WK-APROB-IDX > WK-APROB-CNT.
014850 0760-FIN.
014860     EXIT.
014870
014880 0762-COMPARA-APROB.
014890     IF TRAN-KEY-NUMBER NOT = WK-AP-LLAVE (WK-APROB-IDX)
014900         GO TO 0762-FIN
014910     END-IF.
014920     IF WK-AP-USUARIO (WK-APROB-IDX) = WK-AU-USUARIO
014930         IF WK-AP-SIN-USO (WK-APROB-IDX)
014940             MOVE 'S' TO WK-AP-ESTADO (WK-APROB-IDX)
014950         END-IF
014960         GO TO 0762-FIN
014970     END-IF.
014980     IF NOT WK-APROB-ENCONTRADA
014990         MOVE 'Y'          TO WK-APROB-HIT-SW
015000         MOVE WK-APROB-IDX TO WK-APROB-HIT
015010         MOVE 'U'          TO WK-AP-ESTADO (WK-APROB-IDX)
015020     END-IF.
015030 0762-FIN.
015040     EXIT.
015050
015060******************************************************************
015070* 0765-APRUEBA-RETENIDA                                          *
015080* LA RETENIDA VUELVE A LA COLA COMO APROBADA ('L'), CON QUIEN LA *
015090* APROBO Y CUANDO; SE APLICA EN LA CORRIDA SIGUIENTE. EL JOURNAL *
015100* LLEVA LA ACCION 'V' CON EL USUARIO QUE LA ENVIO Y EL QUE LA    *
015110* APROBO - ES LO QUE AUDITORIA CONSULTA PARA SABER QUIEN         *
015120* AUTORIZO CADA BAJA.                                            *
015130******************************************************************
015140 0765-APRUEBA-RETENIDA.
015150     ADD 1 TO WK-CONT-AUT-APROB.
015160     MOVE 'L'                          TO WK-AU-ESTADO.
015170     MOVE WK-AP-USUARIO (WK-APROB-HIT) TO WK-AU-APROBADOR.
015180     MOVE WK-DATE-CURR                 TO WK-AU-FECHA-APROB.
015190     PERFORM 0295-GRABA-AUTORIZ THRU 0295-FIN.
015200
015210     MOVE WK-AU-USUARIO     TO WK-USUARIO-TRAN.
015220     MOVE WK-AU-APROBADOR   TO WK-APROBADOR-TRAN.
015230     MOVE WK-AU-ORIGEN      TO WK-ORIGEN-TRAN.
015240     MOVE WK-AU-TRANSACCION TO WK-IMAGEN-ANT.
015250     MOVE 'V'               TO WK-JRNL-ACCION.
015260     PERFORM 0330-GRABA-JOURNAL THRU 0330-FIN.
015270
015280     MOVE 'APROBADA    ' TO WK-AUT-ETIQUETA.
015290     PERFORM 0780-REPORTA-AUTORIZ THRU 0780-FIN.
015300 0765-FIN.
015310     EXIT.
015320
015330******************************************************************
015340* 0770-VENCE-RETENIDA                                            *
015350* NADIE LA APROBO A TIEMPO: SALE DE LA COLA SIN APLICARSE, SE    *
015360* JOURNALIZA CON LA ACCION 'E' Y SE LISTA EN SAM-AUTV. SI EL     *
015370* MOVIMIENTO SIGUE SIENDO NECESARIO SE DEBE VOLVER A ENVIAR.     *
015380******************************************************************
015390 0770-VENCE-RETENIDA.
015400     ADD 1 TO WK-CONT-AUT-VENC.
015410     MOVE WK-AU-USUARIO     TO WK-USUARIO-TRAN.
015420     MOVE SPACES            TO WK-APROBADOR-TRAN.
015430     MOVE WK-AU-ORIGEN      TO WK-ORIGEN-TRAN.
015440     MOVE WK-AU-TRANSACCION TO WK-IMAGEN-ANT.
015450     MOVE 'E'               TO WK-JRNL-ACCION.
015460     PERFORM 0330-GRABA-JOURNAL THRU 0330-FIN.
015470     PERFORM 0785-REPORTA-VENCIDA THRU 0785-FIN.
015480 0770-FIN.
015490     EXIT.
015500
015510******************************************************************
015520* 0790-CIERRA-APROBACIONES / 0792-RECHAZA-APROB                  *
015530* LAS APROBACIONES QUE NO LIBERARON NADA SE RECHAZAN: LAS QUE    *
015540* SOLO ENCONTRARON RETENIDAS DEL MISMO USUARIO COMO              *
015550* AUTOAPROBACION, Y LAS DEMAS PORQUE NO HABIA RETENIDA EN ESPERA *
015560* PARA ESA LLAVE.                                                *
015570******************************************************************
015580 0790-CIERRA-APROBACIONES.
015590     IF WK-APROB-CNT = ZERO
015600         GO TO 0790-FIN
015610     END-IF.
015620     PERFORM 0792-RECHAZA-APROB THRU 0792-FIN
015630         VARYING WK-APROB-IDX FROM 1 BY 1
015640         UNTIL WK-APROB-IDX > WK-APROB-CNT.
015650 0790-FIN.
015660     EXIT.
015670
015680 0792-RECHAZA-APROB.
015690     IF WK-AP-USADA (WK-APROB-IDX)
015700         GO TO 0792-FIN
015710     END-IF.
015720     MOVE SPACES                       TO SAM-TRAN-RECORD.
015730     MOVE 'V'                          TO TRAN-CODIGO.
015740     MOVE WK-AP-LLAVE (WK-APROB-IDX)   TO TRAN-KEY-NUMBER.
015750     IF WK-AP-PROPIA (WK-APROB-IDX)
015760         MOVE 'AUTOAPROBACION'     TO WK-MOTIVO-RECHAZO
015770     ELSE
015780         MOVE 'SIN RETENIDA PEND'  TO WK-MOTIVO-RECHAZO
015790     END-IF.
015800     PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN.
015810 0792-FIN.
015820     EXIT.
015830
015840******************************************************************
015850* 0130-EDITA-TRAN                                                *
015860* EDICIONES EN ORDEN: CODIGO DE TRANSACCION, LLAVE NUMERICA Y    *
015870* SU DIGITO VERIFICADOR (MISMA REGLA QUE 0130-VALIDA-LLAVE DE    *
015880* COBOLSQL), NOMBRE EN BLANCO EN ALTAS Y CAMBIOS, Y EXISTENCIA   *
015890* DE LA LLAVE EN SAM-FILE: UNA ALTA DE LLAVE YA EXISTENTE Y UN   *
015900* CAMBIO O BAJA DE LLAVE INEXISTENTE SE RECHAZAN. UNA ALTA CON   *
015910* LLAVE EN BLANCO NO LLEVA EDICION DE LLAVE: RECIBE UNA LLAVE    *
015920* NUEVA DE SAMLLAVE CUANDO YA PASO LAS DEMAS EDICIONES. AL       *
015930* PRIMER ERROR SE RECHAZA LA TRANSACCION Y YA NO SE SIGUEN       *
015940* APLICANDO EDICIONES.                                           *
015950******************************************************************
015960 0130-EDITA-TRAN.
015970     MOVE 'Y' TO WK-TRAN-VALIDA-SW.
015980
015990     IF NOT TRAN-CODIGO-VALIDO
016000         MOVE 'CODIGO INVALIDO'    TO WK-MOTIVO-RECHAZO
016010         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
016020         GO TO 0130-FIN
016030     END-IF.
016040
016050     IF TRAN-ES-ALTA AND TRAN-KEY-NUMBER = SPACES
016060         GO TO 0130-EDITA-CAMPOS
016070     END-IF.
016080
016090     IF TRAN-KEY-NUMBER IS NOT NUMERIC
016100         MOVE 'LLAVE NO NUMERICA'  TO WK-MOTIVO-RECHAZO
016110         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
016120         GO TO 0130-FIN
016130     END-IF.
016140
016150     PERFORM 0137-VALIDA-DIGITO THRU 0137-FIN.
016160     IF NOT WK-LLAVE-DV-VALIDA
016170         MOVE 'DIGITO VERIFICADOR' TO WK-MOTIVO-RECHAZO
016180         ADD 1 TO WK-CONT-RECH-DIGITO
016190         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
016200         GO TO 0130-FIN
016210     END-IF.
016220
016230 0130-EDITA-CAMPOS.
016240
016250     IF (TRAN-ES-ALTA OR TRAN-ES-CAMBIO)
016260        AND TRAN-NAME = SPACES
016270         MOVE 'NOMBRE EN BLANCO'   TO WK-MOTIVO-RECHAZO
016280         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
016290         GO TO 0130-FIN
016300     END-IF.
016310
016320     IF (TRAN-ES-ALTA OR TRAN-ES-CAMBIO)
016330        AND NOT TRAN-ESTADO-VALIDO
016340         MOVE 'ESTADO INVALIDO'    TO WK-MOTIVO-RECHAZO
016350         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
016360         GO TO 0130-FIN
016370     END-IF.
016380
016390     IF (TRAN-ES-ALTA OR TRAN-ES-CAMBIO)
016400        AND TRAN-TELEFONO NOT = SPACES
016410        AND TRAN-TELEFONO IS NOT NUMERIC
016420         MOVE 'TELEFONO NO NUMERICO' TO WK-MOTIVO-RECHAZO
016430         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
016440         GO TO 0130-FIN
016450     END-IF.
016460
016470     IF TRAN-ES-ALTA AND TRAN-KEY-NUMBER = SPACES
016480         PERFORM 0135-ASIGNA-LLAVE THRU 0135-FIN
016490         IF NOT WK-LLAVE-DV-VALIDA
016500             MOVE 'SIN LLAVE ASIGNADA' TO WK-MOTIVO-RECHAZO
016510             PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
016520             GO TO 0130-FIN
016530         END-IF
016540     END-IF.
016550
016560     PERFORM 0140-BUSCA-LLAVE THRU 0140-FIN.
016570
016580     IF TRAN-ES-ALTA AND WK-LLAVE-EXISTE
016590         MOVE 'LLAVE YA EXISTE'    TO WK-MOTIVO-RECHAZO
016600         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
016610         GO TO 0130-FIN
016620     END-IF.
016630
016640     IF (TRAN-ES-CAMBIO OR TRAN-ES-BAJA)
016650        AND WK-LLAVE-NO-EXISTE
016660         MOVE 'LLAVE NO EXISTE'    TO WK-MOTIVO-RECHAZO
016670         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
016680     END-IF.
016690 0130-FIN.
016700     EXIT.
016710
016720******************************************************************
016730* 0135-ASIGNA-LLAVE                                              *
016740* PIDE A SAMLLAVE LA SIGUIENTE LLAVE LIBRE Y LA DEJA EN LA       *
016750* TRANSACCION, ASI EL ALTA, EL JOURNAL Y LOS LISTADOS YA LLEVAN  *
016760* LA LLAVE ASIGNADA. LA LLAVE QUEDA CONSUMIDA EN EL CONTROL      *
016770* AUNQUE EL ALTA SE RECHACE DESPUES.                             *
016780******************************************************************
016790 0135-ASIGNA-LLAVE.
016800     MOVE 'N'    TO WK-LLAVE-FUNCION.
016810     MOVE SPACES TO WK-LLAVE-TRABAJO.
016820     CALL 'SAMLLAVE' USING WK-LLAVE-FUNCION,
016830                           WK-LLAVE-TRABAJO,
016840                           WK-LLAVE-RESULT-SW
016850     END-CALL.
016860     IF WK-LLAVE-DV-VALIDA
016870         MOVE WK-LLAVE-TRABAJO TO TRAN-KEY-NUMBER
016880         ADD 1 TO WK-CONT-LLAVES-ASIG
016890     END-IF.
016900 0135-FIN.
016910     EXIT.
016920
016930******************************************************************
016940* 0137-VALIDA-DIGITO                                             *
016950* VALIDA CON SAMLLAVE EL DIGITO VERIFICADOR DE LA LLAVE DE LA    *
016960* TRANSACCION (YA SE SABE QUE ES NUMERICA).                      *
016970******************************************************************
016980 0137-VALIDA-DIGITO.
016990     MOVE 'V'             TO WK-LLAVE-FUNCION.
017000     MOVE TRAN-KEY-NUMBER TO WK-LLAVE-TRABAJO.
017010     CALL 'SAMLLAVE' USING WK-LLAVE-FUNCION,
017020                           WK-LLAVE-TRABAJO,
017030                           WK-LLAVE-RESULT-SW
017040     END-CALL.
017050 0137-FIN.
017060     EXIT.
017070
017080******************************************************************
017090* 0140-BUSCA-LLAVE                                               *
017100* LECTURA DIRECTA DE SAM-FILE CON LA LLAVE DE LA TRANSACCION     *
017110* PARA SABER SI EL REGISTRO YA EXISTE. EL READ DIRECTO ADEMAS    *
017120* DEJA POSICIONADO EL REGISTRO PARA EL REWRITE O DELETE.         *
017130******************************************************************
017140 0140-BUSCA-LLAVE.
017150     MOVE 'Y' TO WK-LLAVE-EXISTE-SW.
017160     MOVE TRAN-KEY-NUMBER TO SAM-FILE-KEY-NUMBER.
017170     READ SAM-FILE
017180         INVALID KEY
017190             MOVE 'N' TO WK-LLAVE-EXISTE-SW
017200     END-READ.
017210 0140-FIN.
017220     EXIT.
017230
017240******************************************************************
017250* 0210-APLICA-ALTA                                               *
017260******************************************************************
017270 0210-APLICA-ALTA.
017280     MOVE TRAN-KEY-NUMBER TO SAM-FILE-KEY-NUMBER.
017290     MOVE TRAN-NAME       TO SAM-FILE-NAME.
017300     MOVE TRAN-ADDRESS    TO SAM-FILE-ADDRESS.
017310     MOVE TRAN-CONTACT    TO SAM-FILE-CONTACT.
017320     PERFORM 0240-MUEVE-CAMPOS-NVOS THRU 0240-FIN.
017330     WRITE SAM-FILE-RECORD
017340         INVALID KEY
017350             MOVE 'ERROR EN WRITE'    TO WK-MOTIVO-RECHAZO
017360             PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
017370             GO TO 0210-FIN
017380     END-WRITE.
017390     ADD 1 TO WK-CONT-ALTAS.
017400     MOVE SPACES TO WK-IMAGEN-ANT.
017410     MOVE 'A'    TO WK-JRNL-ACCION.
017420     PERFORM 0330-GRABA-JOURNAL THRU 0330-FIN.
017430     PERFORM 0300-REPORTA-APLICADA THRU 0300-FIN.
017440 0210-FIN.
017450     EXIT.
017460
017470******************************************************************
017480* 0220-APLICA-CAMBIO                                             *
017490* EL REGISTRO YA FUE LEIDO EN 0140-BUSCA-LLAVE; SOLO SE MUEVEN   *
017500* LOS CAMPOS DE LA TRANSACCION Y SE REESCRIBE.                   *
017510******************************************************************
017520 0220-APLICA-CAMBIO.
017530*    LA IMAGEN ANTERIOR SE CAPTURA ANTES DE MOVER LOS CAMPOS DE
017540*    LA TRANSACCION - 0140-BUSCA-LLAVE DEJO EL REGISTRO LEIDO
017550*    EN EL AREA DEL ARCHIVO.
017560     MOVE SAM-FILE-RECORD TO WK-IMAGEN-ANT.
017570     MOVE TRAN-NAME       TO SAM-FILE-NAME.
017580     MOVE TRAN-ADDRESS    TO SAM-FILE-ADDRESS.
017590     MOVE TRAN-CONTACT    TO SAM-FILE-CONTACT.
017600     PERFORM 0240-MUEVE-CAMPOS-NVOS THRU 0240-FIN.
017610     REWRITE SAM-FILE-RECORD
017620         INVALID KEY
017630             MOVE 'ERROR EN REWRITE'  TO WK-MOTIVO-RECHAZO
017640             PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
017650             GO TO 0220-FIN
017660     END-REWRITE.
017670     ADD 1 TO WK-CONT-CAMBIOS.
017680     MOVE 'C' TO WK-JRNL-ACCION.
017690     PERFORM 0330-GRABA-JOURNAL THRU 0330-FIN.
017700     PERFORM 0300-REPORTA-APLICADA THRU 0300-FIN.
017710 0220-FIN.
017720     EXIT.
017730
017740******************************************************************
017750* 0230-APLICA-BAJA                                               *
017760******************************************************************
017770 0230-APLICA-BAJA.
017780     MOVE SAM-FILE-RECORD TO WK-IMAGEN-ANT.
017790     DELETE SAM-FILE RECORD
017800         INVALID KEY
017810             MOVE 'ERROR EN DELETE'   TO WK-MOTIVO-RECHAZO
017820             PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
017830             GO TO 0230-FIN
017840     END-DELETE.
017850     ADD 1 TO WK-CONT-BAJAS.
017860     MOVE 'D' TO WK-JRNL-ACCION.
017870     PERFORM 0330-GRABA-JOURNAL THRU 0330-FIN.
017880     PERFORM 0300-REPORTA-APLICADA THRU 0300-FIN.
017890 0230-FIN.
017900     EXIT.
017910
017920******************************************************************
017930* 0240-MUEVE-CAMPOS-NVOS                                         *
017940* CAMPOS NUEVOS DEL REGISTRO EN ALTAS Y CAMBIOS. UN ESTADO EN    *
017950* BLANCO SOLO SE TOMA COMO ACTIVO ('A') EN LAS ALTAS; EN UN      *
017960* CAMBIO SIGNIFICA "CONSERVAR EL ESTADO ACTUAL" - EL REGISTRO    *
017970* SIGUE EN EL AREA DEL ARCHIVO DESDE 0140-BUSCA-LLAVE, ASI QUE   *
017980* BASTA CON NO TOCARLO (SI SE FORZARA 'A', UN CAMBIO DE PURA     *
017990* DIRECCION REACTIVARIA SIN QUERER A UN CLIENTE INACTIVO). LA    *
018000* FECHA DE ULTIMO MANTENIMIENTO SIEMPRE LA PONE ESTE PROGRAMA    *
018010* CON LA FECHA DE PROCESO - EL AREA USUARIA NO LA CAPTURA.       *
018020******************************************************************
018030 0240-MUEVE-CAMPOS-NVOS.
018040     EVALUATE TRUE
018050         WHEN TRAN-ESTADO NOT = SPACE
018060              MOVE TRAN-ESTADO TO SAM-FILE-ESTADO
018070         WHEN TRAN-ES-ALTA
018080              MOVE 'A'         TO SAM-FILE-ESTADO
018090         WHEN OTHER
018100              CONTINUE
018110     END-EVALUATE.
018120     MOVE TRAN-TELEFONO    TO SAM-FILE-TELEFONO.
018130     MOVE WK-DATE-CURR     TO SAM-FILE-FECHA-MANT.
018140 0240-FIN.
018150     EXIT.
018160
018170******************************************************************
018180* 0245-CHECA-EFECTIVA                                            *
018190* UNA FECHA EFECTIVA NUMERICA Y POSTERIOR A LA FECHA DE PROCESO  *
018200* MARCA LA TRANSACCION COMO FUTURA. UNA FECHA EN BLANCO, EN      *
018210* CEROS O ILEGIBLE SE TOMA COMO EFECTIVA DE INMEDIATO, QUE ES    *
018220* COMO SE COMPORTABAN LAS TRANSACCIONES ANTES DEL CAMPO.         *
018230******************************************************************
018240 0245-CHECA-EFECTIVA.
018250     MOVE 'N' TO WK-TRAN-FUTURA-SW.
018260     IF TRAN-FECHA-EFEC IS NOT NUMERIC
018270         GO TO 0245-FIN
018280     END-IF.
018290     MOVE TRAN-FECHA-EFEC TO WK-FECHA-EFEC-NUM.
018300     IF WK-FECHA-EFEC-NUM > WK-FECHA-SISTEMA
018310         MOVE 'Y' TO WK-TRAN-FUTURA-SW
018320     END-IF.
018330 0245-FIN.
018340     EXIT.
018350
018360******************************************************************
018370* 0250-REGISTRA-CANCEL                                           *
018380* ANOTA LA LLAVE DE LA TRANSACCION 'X' EN LA TABLA DE            *
018390* CANCELACIONES Y LA LISTA EN SAM-PNDR COMO RECIBIDA. LA         *
018400* CANCELACION SURTE EFECTO AL RELEER LA COLA DE PENDIENTES: LAS  *
018410* PENDIENTES DE ESA LLAVE SALEN DE LA COLA SIN APLICARSE.        *
018420******************************************************************
018430 0250-REGISTRA-CANCEL.
018440     IF TRAN-KEY-NUMBER IS NOT NUMERIC
018450         MOVE 'LLAVE NO NUMERICA'  TO WK-MOTIVO-RECHAZO
018460         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
018470         GO TO 0250-FIN
018480     END-IF.
018490     PERFORM 0137-VALIDA-DIGITO THRU 0137-FIN.
018500     IF NOT WK-LLAVE-DV-VALIDA
018510         MOVE 'DIGITO VERIFICADOR' TO WK-MOTIVO-RECHAZO
018520         ADD 1 TO WK-CONT-RECH-DIGITO
018530         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
018540         GO TO 0250-FIN
018550     END-IF.
018560     IF WK-CANCEL-CNT >= WK-CANCEL-MAX
018570         MOVE 'TABLA CANCEL LLENA'  TO WK-MOTIVO-RECHAZO
018580         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
018590         GO TO 0250-FIN
018600     END-IF.
018610     ADD 1 TO WK-CANCEL-CNT.
018620     MOVE TRAN-KEY-NUMBER TO WK-CANCEL-LLAVE (WK-CANCEL-CNT).
018630     MOVE 'CANCELACION ' TO WK-PEND-ETIQUETA.
018640     PERFORM 0320-REPORTA-PENDIENTE THRU 0320-FIN.
018650 0250-FIN.
018660     EXIT.
018670
018680******************************************************************
018690* 0260-RETIENE-TRAN                                              *
018700* ESTACIONA LA TRANSACCION FUTURA EN LA COLA DE SALIDA (QUE EL   *
018710* JCL ENTREGA COMO SAM-PEND DE LA NOCHE SIGUIENTE, IGUAL QUE LA  *
018720* COLA DEPURADA DE SAMRECIC) Y LA LISTA EN SAM-PNDR.             *
018730******************************************************************
018740 0260-RETIENE-TRAN.
018750     ADD 1 TO WK-CONT-RETENIDAS.
018760     MOVE SAM-TRAN-RECORD TO PEND-SAL-RECORD.
018770     WRITE PEND-SAL-RECORD.
018780     ADD 1 TO WK-CONT-PEND-SALIDA.
018790     MOVE 'RETENIDA    ' TO WK-PEND-ETIQUETA.
018800     PERFORM 0320-REPORTA-PENDIENTE THRU 0320-FIN.
018810 0260-FIN.
018820     EXIT.
018830
018840******************************************************************
018850* 0270-BUSCA-CANCEL / 0275-COMPARA-CANCEL                        *
018860******************************************************************
018870 0270-BUSCA-CANCEL.
018880     MOVE 'N' TO WK-CANCEL-HIT-SW.
018890     IF WK-CANCEL-CNT = ZERO
018900         GO TO 0270-FIN
018910     END-IF.
018920     PERFORM 0275-COMPARA-CANCEL THRU 0275-FIN
018930         VARYING WK-CANCEL-IDX FROM 1 BY 1
018940         UNTIL WK-CANCEL-IDX > WK-CANCEL-CNT
018950            OR WK-CANCEL-ENCONTRADA.
018960 0270-FIN.
018970     EXIT.
018980
018990 0275-COMPARA-CANCEL.
019000     IF TRAN-KEY-NUMBER = WK-CANCEL-LLAVE (WK-CANCEL-IDX)
019010         MOVE 'Y' TO WK-CANCEL-HIT-SW
019020     END-IF.
019030 0275-FIN.
019040     EXIT.
019050
019060******************************************************************
019070* 0280-REGISTRA-LOTE                                             *
019080* AL LLEGAR AL TRAILER DE UN LOTE ACEPTADO, YA CON TODAS SUS     *
019090* TRANSACCIONES PROCESADAS, EL LOTE QUEDA ANOTADO EN SAM-LOTE    *
019100* PARA QUE UN SEGUNDO ENVIO DEL MISMO ARCHIVO SE RECHACE.        *
019110******************************************************************
019120 0280-REGISTRA-LOTE.
019130     IF NOT WK-LOTE-VIGENTE
019140         GO TO 0280-FIN
019150     END-IF.
019160     MOVE SPACES                      TO SAM-LOTE-RECORD.
019170     MOVE WK-LT-ORIGEN (WK-LOTE-IDX)  TO LOTE-ORIGEN.
019180     MOVE WK-LT-NUMERO (WK-LOTE-IDX)  TO LOTE-NUMERO.
019190     MOVE WK-LT-FECHA (WK-LOTE-IDX)   TO LOTE-FECHA-LOTE.
019200     MOVE WK-DATE-CURR                TO LOTE-FECHA-APLICA.
019210     MOVE WK-LT-REA-TOTAL (WK-LOTE-IDX) TO LOTE-REGISTROS.
019220     MOVE WK-LT-REA-HASH (WK-LOTE-IDX)  TO LOTE-HASH.
019230     WRITE SAM-LOTE-RECORD
019240         INVALID KEY
019250             DISPLAY "SAMMANT LOTE YA REGISTRADO EN SAM-LOTE "
019260                     LOTE-ORIGEN " " LOTE-NUMERO
019270     END-WRITE.
019280 0280-FIN.
019290     EXIT.
019300
019310******************************************************************
019320* 0255-REGISTRA-APROB                                            *
019330* ANOTA LA APROBACION ('V') EN LA TABLA DE APROBACIONES CON EL   *
019340* USUARIO DEL ENCABEZADO DE SU LOTE. SURTE EFECTO AL RELEER LA   *
019350* COLA DE AUTORIZACION. SIN USUARIO EN EL LOTE NO HAY FORMA DE   *
019360* SABER QUIEN APRUEBA, ASI QUE SE RECHAZA.                       *
019370******************************************************************
019380 0255-REGISTRA-APROB.
019390     IF TRAN-KEY-NUMBER IS NOT NUMERIC
019400         MOVE 'LLAVE NO NUMERICA'  TO WK-MOTIVO-RECHAZO
019410         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
019420         GO TO 0255-FIN
019430     END-IF.
019440     PERFORM 0137-VALIDA-DIGITO THRU 0137-FIN.
019450     IF NOT WK-LLAVE-DV-VALIDA
019460         MOVE 'DIGITO VERIFICADOR' TO WK-MOTIVO-RECHAZO
019470         ADD 1 TO WK-CONT-RECH-DIGITO
019480         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
019490         GO TO 0255-FIN
019500     END-IF.
019510     IF WK-USUARIO-TRAN = SPACES
019520         MOVE 'LOTE SIN USUARIO'   TO WK-MOTIVO-RECHAZO
019530         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
019540         GO TO 0255-FIN
019550     END-IF.
019560     IF WK-APROB-CNT >= WK-APROB-MAX
019570         MOVE 'TABLA APROB LLENA'  TO WK-MOTIVO-RECHAZO
019580         PERFORM 0310-RECHAZA-TRAN THRU 0310-FIN
019590         GO TO 0255-FIN
019600     END-IF.
019610     ADD 1 TO WK-APROB-CNT.
019620     MOVE TRAN-KEY-NUMBER TO WK-AP-LLAVE   (WK-APROB-CNT).
019630     MOVE WK-USUARIO-TRAN TO WK-AP-USUARIO (WK-APROB-CNT).
019640     MOVE 'P'             TO WK-AP-ESTADO  (WK-APROB-CNT).
019650 0255-FIN.
019660     EXIT.
019670
019680******************************************************************
019690* 0285-CHECA-AUTORIZ                                             *
019700* REQUIEREN AUTORIZACION LAS BAJAS Y LOS CAMBIOS QUE DEJAN       *
019710* INACTIVO ('I') A UN CLIENTE QUE NO LO ESTA. SOLO SE RETIENE LO *
019720* QUE SE PODRIA APLICAR: SI LA LLAVE NO ES NUMERICA, TRAE MAL EL *
019730* DIGITO VERIFICADOR O NO EXISTE, LA TRANSACCION SIGUE SU CAMINO *
019740* Y LA EDICION LA RECHAZA.                                       *
019750******************************************************************
019760 0285-CHECA-AUTORIZ.
019770     MOVE 'N' TO WK-REQUIERE-AUT-SW.
019780     IF NOT TRAN-ES-BAJA
019790        AND NOT (TRAN-ES-CAMBIO AND TRAN-ESTADO = 'I')
019800         GO TO 0285-FIN
019810     END-IF.
019820     IF TRAN-KEY-NUMBER IS NOT NUMERIC
019830         GO TO 0285-FIN
019840     END-IF.
019850     PERFORM 0137-VALIDA-DIGITO THRU 0137-FIN.
019860     IF NOT WK-LLAVE-DV-VALIDA
019870         GO TO 0285-FIN
019880     END-IF.
019890     PERFORM 0140-BUSCA-LLAVE THRU 0140-FIN.
019900     IF WK-LLAVE-NO-EXISTE
019910         GO TO 0285-FIN
019920     END-IF.
019930     IF TRAN-ES-BAJA OR SAM-FILE-ESTADO NOT = 'I'
019940         MOVE 'Y' TO WK-REQUIERE-AUT-SW
019950     END-IF.
019960 0285-FIN.
019970     EXIT.
019980
019990******************************************************************
020000* 0290-RETIENE-AUTORIZ / 0295-GRABA-AUTORIZ                      *
020010* LA TRANSACCION QUEDA EN LA COLA DE AUTORIZACION DE SALIDA (QUE *
020020* EL JCL ENTREGA COMO SAM-AUTP DE LA NOCHE SIGUIENTE) CON EL     *
020030* USUARIO Y ORIGEN DE SU LOTE Y LA FECHA DE PROCESO, Y SALE AL   *
020040* REPORTE DE ESPERA SAM-AUTR.                                    *
020050******************************************************************
020060 0290-RETIENE-AUTORIZ.
020070     ADD 1 TO WK-CONT-AUT-RETEN.
020080     MOVE SPACES                     TO WK-AUTP-AREA.
020090     MOVE SAM-TRAN-RECORD            TO WK-AU-TRANSACCION.
020100     MOVE WK-USUARIO-TRAN            TO WK-AU-USUARIO.
020110     MOVE WK-LT-ORIGEN (WK-LOTE-IDX) TO WK-AU-ORIGEN.
020120     MOVE WK-DATE-CURR               TO WK-AU-FECHA-RET.
020130     MOVE WK-FECHA-SISTEMA           TO WK-AU-FECHA-RET-NUM.
020140     MOVE 'P'                        TO WK-AU-ESTADO.
020150     PERFORM 0295-GRABA-AUTORIZ THRU 0295-FIN.
020160     MOVE ZERO           TO WK-DIAS-ESPERA.
020170     MOVE 'RETENIDA HOY' TO WK-AUT-ETIQUETA.
020180     PERFORM 0780-REPORTA-AUTORIZ THRU 0780-FIN.
020190 0290-FIN.
020200     EXIT.
020210
020220 0295-GRABA-AUTORIZ.
020230     WRITE AUTP-SAL-RECORD FROM WK-AUTP-AREA.
020240     ADD 1 TO WK-CONT-AUT-SALIDA.
020250 0295-FIN.
020260     EXIT.
020270
020280******************************************************************
020290* 0300-REPORTA-APLICADA                                          *
020300******************************************************************
020310 0300-REPORTA-APLICADA.
020320     ADD 1 TO WK-CONT-APLICADAS.
020330     IF WK-LINEA-APLI >= WK-MAX-LINEAS
020340         PERFORM 0150-ENCABEZADO-APLI THRU 0150-FIN
020350     END-IF.
020360     MOVE SPACES TO SAM-APLI-RECORD.
020370     STRING 'APLICADA '     DELIMITED BY SIZE
020380            TRAN-CODIGO     DELIMITED BY SIZE
020390            ' LLAVE '       DELIMITED BY SIZE
020400            TRAN-KEY-NUMBER DELIMITED BY SIZE
020410            ' '             DELIMITED BY SIZE
020420            TRAN-NAME       DELIMITED BY SIZE
020430       INTO SAM-APLI-RECORD.
020440     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
020450     ADD 1 TO WK-LINEA-APLI.
020460 0300-FIN.
020470     EXIT.
020480
020490******************************************************************
020500* 0310-RECHAZA-TRAN                                              *
020510* MARCA LA TRANSACCION COMO INVALIDA Y LA GRABA EN EL LISTADO DE *
020520* RECHAZOS CON EL MOTIVO, PARA QUE EL AREA USUARIA LA CORRIJA Y  *
020530* LA RETRANSMITA.                                                *
020540******************************************************************
020550 0310-RECHAZA-TRAN.
020560     MOVE 'N' TO WK-TRAN-VALIDA-SW.
020570     ADD 1 TO WK-CONT-RECHAZADAS.
020580     IF WK-LINEA-RECH >= WK-MAX-LINEAS
020590         PERFORM 0155-ENCABEZADO-RECH THRU 0155-FIN
020600     END-IF.
020610     MOVE SPACES TO SAM-RECH-RECORD.
020620     STRING 'RECHAZADA '      DELIMITED BY SIZE
020630            TRAN-CODIGO       DELIMITED BY SIZE
020640            ' LLAVE '         DELIMITED BY SIZE
020650            TRAN-KEY-NUMBER   DELIMITED BY SIZE
020660            ' MOTIVO: '       DELIMITED BY SIZE
020670            WK-MOTIVO-RECHAZO DELIMITED BY SIZE
020680       INTO SAM-RECH-RECORD.
020690     WRITE SAM-RECH-RECORD AFTER ADVANCING 1 LINE.
020700     ADD 1 TO WK-LINEA-RECH.
020710 0310-FIN.
020720     EXIT.
020730
020740******************************************************************
020750* 0320-REPORTA-PENDIENTE                                         *
020760* LINEA DEL REPORTE DE PENDIENTES SAM-PNDR. LA ETIQUETA DICE SI  *
020770* LA TRANSACCION QUEDO RETENIDA, FUE CANCELADA O ES UNA          *
020780* CANCELACION RECIBIDA ESTA NOCHE.                               *
020790******************************************************************
020800 0320-REPORTA-PENDIENTE.
020810     IF WK-LINEA-PNDR >= WK-MAX-LINEAS
020820         PERFORM 0160-ENCABEZADO-PNDR THRU 0160-FIN
020830     END-IF.
020840     MOVE SPACES TO SAM-PNDR-RECORD.
020850     STRING WK-PEND-ETIQUETA DELIMITED BY SIZE
020860            TRAN-CODIGO      DELIMITED BY SIZE
020870            ' LLAVE '        DELIMITED BY SIZE
020880            TRAN-KEY-NUMBER  DELIMITED BY SIZE
020890            ' EFECTIVA '     DELIMITED BY SIZE
020900            TRAN-FECHA-EFEC  DELIMITED BY SIZE
020910            ' '              DELIMITED BY SIZE
020920            TRAN-NAME        DELIMITED BY SIZE
020930       INTO SAM-PNDR-RECORD.
020940     WRITE SAM-PNDR-RECORD AFTER ADVANCING 1 LINE.
020950     ADD 1 TO WK-LINEA-PNDR.
020960 0320-FIN.
020970     EXIT.
020980
020990******************************************************************
021000* 0780-REPORTA-AUTORIZ                                           *
021010* LINEA DEL REPORTE DE ESPERA DE AUTORIZACION SAM-AUTR: QUE SE   *
021020* PIDE, QUIEN LO ENVIO, DESDE CUANDO ESPERA Y, SI YA SE APROBO,  *
021030* QUIEN LO APROBO.                                               *
021040******************************************************************
021050 0780-REPORTA-AUTORIZ.
021060     IF WK-LINEA-AUTR >= WK-MAX-LINEAS
021070         PERFORM 0165-ENCABEZADO-AUTR THRU 0165-FIN
021080     END-IF.
021090     MOVE WK-DIAS-ESPERA TO WK-DIAS-ESPERA-ED.
021100     MOVE SPACES TO SAM-AUTR-RECORD.
021110     STRING WK-AUT-ETIQUETA  DELIMITED BY SIZE
021120            TRAN-CODIGO      DELIMITED BY SIZE
021130            ' LLAVE '        DELIMITED BY SIZE
021140            TRAN-KEY-NUMBER  DELIMITED BY SIZE
021150            ' ENVIO '        DELIMITED BY SIZE
021160            WK-AU-USUARIO    DELIMITED BY SIZE
021170            ' '              DELIMITED BY SIZE
021180            WK-AU-ORIGEN     DELIMITED BY SIZE
021190            ' RETENIDA '     DELIMITED BY SIZE
021200            WK-AU-FECHA-RET  DELIMITED BY SIZE
021210            ' DIAS '         DELIMITED BY SIZE
021220            WK-DIAS-ESPERA-ED DELIMITED BY SIZE
021230            ' APROBO '       DELIMITED BY SIZE
021240            WK-AU-APROBADOR  DELIMITED BY SIZE
021250            ' '              DELIMITED BY SIZE
021260            TRAN-NAME        DELIMITED BY SIZE
021270       INTO SAM-AUTR-RECORD.
021280     WRITE SAM-AUTR-RECORD AFTER ADVANCING 1 LINE.
021290     ADD 1 TO WK-LINEA-AUTR.
021300 0780-FIN.
021310     EXIT.
021320
021330******************************************************************
021340* 0785-REPORTA-VENCIDA                                           *
021350******************************************************************
021360 0785-REPORTA-VENCIDA.
021370     IF WK-LINEA-AUTV >= WK-MAX-LINEAS
021380         PERFORM 0167-ENCABEZADO-AUTV THRU 0167-FIN
021390     END-IF.
021400     MOVE WK-DIAS-ESPERA TO WK-DIAS-ESPERA-ED.
021410     MOVE SPACES TO SAM-AUTV-RECORD.
021420     STRING 'VENCIDA '       DELIMITED BY SIZE
021430            TRAN-CODIGO      DELIMITED BY SIZE
021440            ' LLAVE '        DELIMITED BY SIZE
021450            TRAN-KEY-NUMBER  DELIMITED BY SIZE
021460            ' ENVIO '        DELIMITED BY SIZE
021470            WK-AU-USUARIO    DELIMITED BY SIZE
021480            ' '              DELIMITED BY SIZE
021490            WK-AU-ORIGEN     DELIMITED BY SIZE
021500            ' RETENIDA '     DELIMITED BY SIZE
021510            WK-AU-FECHA-RET  DELIMITED BY SIZE
021520            ' DIAS '         DELIMITED BY SIZE
021530            WK-DIAS-ESPERA-ED DELIMITED BY SIZE
021540            ' '              DELIMITED BY SIZE
021550            TRAN-NAME        DELIMITED BY SIZE
021560       INTO SAM-AUTV-RECORD.
021570     WRITE SAM-AUTV-RECORD AFTER ADVANCING 1 LINE.
021580     ADD 1 TO WK-LINEA-AUTV.
021590 0785-FIN.
021600     EXIT.
021610
021620******************************************************************
021630* 0330-GRABA-JOURNAL                                             *
021640* UN MOVIMIENTO DE JOURNAL POR TRANSACCION APLICADA: SECUENCIA,  *
021650* FECHA DE PROCESO, ACCION, LLAVE Y LA IMAGEN DEL REGISTRO       *
021660* ANTES DEL CAMBIO (EN BLANCO EN LAS ALTAS). SAMBKOUT LO LEE EN  *
021670* REVERSA PARA RESTAURAR SAM-FILE SI EL LOTE RESULTO MALO.       *
021680* LLEVA TAMBIEN EL USUARIO QUE ENVIO LA TRANSACCION Y, SI PASO   *
021690* POR AUTORIZACION, QUIEN LA APROBO. LAS APROBACIONES ('V') Y    *
021700* LOS VENCIMIENTOS ('E') SE JOURNALIZAN CON LA TRANSACCION       *
021710* RETENIDA EN EL AREA DE IMAGEN; NO TOCAN SAM-FILE. IGUAL LAS    *
021720* PENDIENTES CANCELADAS ('X'), CON LA TRANSACCION CANCELADA.     *
021730* EL ORIGEN ES EL DEL LOTE (SAMDUPLI EN LAS BAJAS POR FUSION);   *
021740* LO QUE SALE DE SAM-PEND LO LLEVA EN BLANCO, COMO EL USUARIO.   *
021750******************************************************************
021760 0330-GRABA-JOURNAL.
021770     ADD 1 TO WK-JRNL-SECUENCIA.
021780     MOVE SPACES            TO SAM-JRNL-RECORD.
021790     MOVE WK-JRNL-SECUENCIA TO JRNL-SECUENCIA.
021800     MOVE WK-DATE-CURR      TO JRNL-FECHA.
021810     MOVE WK-JRNL-ACCION    TO JRNL-ACCION.
021820     MOVE TRAN-KEY-NUMBER   TO JRNL-KEY-NUMBER.
021830     MOVE WK-IMAGEN-ANT     TO JRNL-IMAGEN-ANT.
021840     MOVE WK-USUARIO-TRAN   TO JRNL-USUARIO.
021850     MOVE WK-APROBADOR-TRAN TO JRNL-APROBADOR.
021860     MOVE WK-ORIGEN-TRAN    TO JRNL-ORIGEN.
021870     WRITE SAM-JRNL-RECORD.
021880 0330-FIN.
021890     EXIT.
021900
021910******************************************************************
021920* 0150-ENCABEZADO-APLI                                           *
021930* ENCABEZADO DE PAGINA DEL LISTADO DE APLICADAS. LA PRIMERA      *
021940* PAGINA NO HACE SALTO DE PAGINA, IGUAL QUE EL LISTADO DE        *
021950* COBOLSQL.                                                      *
021960******************************************************************
021970 0150-ENCABEZADO-APLI.
021980     ADD 1 TO WK-PAGINA-APLI.
021990     MOVE WK-PAGINA-APLI TO WK-PAGINA-ED.
022000
022010     MOVE SPACES TO SAM-APLI-RECORD.
022020     IF WK-PAGINA-APLI = 1
022030         WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE
022040     ELSE
022050         WRITE SAM-APLI-RECORD AFTER ADVANCING PAGE
022060     END-IF.
022070
022080     MOVE SPACES TO SAM-APLI-RECORD.
022090     STRING 'SAMMANT'    DELIMITED BY SIZE
022100            ' - TRANSACCIONES APLICADAS A SAM-FILE'
022110                         DELIMITED BY SIZE
022120            ' - FECHA: ' DELIMITED BY SIZE
022130            WK-DATE-CURR DELIMITED BY SIZE
022140       INTO SAM-APLI-RECORD.
022150     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
022160
022170     MOVE SPACES TO SAM-APLI-RECORD.
022180     STRING 'PAGINA: '   DELIMITED BY SIZE
022190            WK-PAGINA-ED DELIMITED BY SIZE
022200       INTO SAM-APLI-RECORD.
022210     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
022220
022230     MOVE SPACES TO SAM-APLI-RECORD.
022240     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
022250
022260     MOVE 4 TO WK-LINEA-APLI.
022270 0150-FIN.
022280     EXIT.
022290
022300******************************************************************
022310* 0155-ENCABEZADO-RECH                                           *
022320******************************************************************
022330 0155-ENCABEZADO-RECH.
022340     ADD 1 TO WK-PAGINA-RECH.
022350     MOVE WK-PAGINA-RECH TO WK-PAGINA-ED.
022360
022370     MOVE SPACES TO SAM-RECH-RECORD.
022380     IF WK-PAGINA-RECH = 1
022390         WRITE SAM-RECH-RECORD AFTER ADVANCING 1 LINE
022400     ELSE
022410         WRITE SAM-RECH-RECORD AFTER ADVANCING PAGE
022420     END-IF.
022430
022440     MOVE SPACES TO SAM-RECH-RECORD.
022450     STRING 'SAMMANT'    DELIMITED BY SIZE
022460            ' - TRANSACCIONES RECHAZADAS'
022470                         DELIMITED BY SIZE
022480            ' - FECHA: ' DELIMITED BY SIZE
022490            WK-DATE-CURR DELIMITED BY SIZE
022500       INTO SAM-RECH-RECORD.
022510     WRITE SAM-RECH-RECORD AFTER ADVANCING 1 LINE.
022520
022530     MOVE SPACES TO SAM-RECH-RECORD.
022540     STRING 'PAGINA: '   DELIMITED BY SIZE
022550            WK-PAGINA-ED DELIMITED BY SIZE
022560       INTO SAM-RECH-RECORD.
022570     WRITE SAM-RECH-RECORD AFTER ADVANCING 1 LINE.
022580
022590     MOVE SPACES TO SAM-RECH-RECORD.
022600     WRITE SAM-RECH-RECORD AFTER ADVANCING 1 LINE.
022610
022620     MOVE 4 TO WK-LINEA-RECH.
022630 0155-FIN.
022640     EXIT.
022650
022660******************************************************************
022670* 0160-ENCABEZADO-PNDR                                           *
022680******************************************************************
022690 0160-ENCABEZADO-PNDR.
022700     ADD 1 TO WK-PAGINA-PNDR.
022710     MOVE WK-PAGINA-PNDR TO WK-PAGINA-ED.
022720
022730     MOVE SPACES TO SAM-PNDR-RECORD.
022740     IF WK-PAGINA-PNDR = 1
022750         WRITE SAM-PNDR-RECORD AFTER ADVANCING 1 LINE
022760     ELSE
022770         WRITE SAM-PNDR-RECORD AFTER ADVANCING PAGE
022780     END-IF.
022790
022800     MOVE SPACES TO SAM-PNDR-RECORD.
022810     STRING 'SAMMANT'    DELIMITED BY SIZE
022820            ' - TRANSACCIONES PENDIENTES DE LIBERACION'
022830                         DELIMITED BY SIZE
022840            ' - FECHA: ' DELIMITED BY SIZE
022850            WK-DATE-CURR DELIMITED BY SIZE
022860       INTO SAM-PNDR-RECORD.
022870     WRITE SAM-PNDR-RECORD AFTER ADVANCING 1 LINE.
022880
022890     MOVE SPACES TO SAM-PNDR-RECORD.
022900     STRING 'PAGINA: '   DELIMITED BY SIZE
022910            WK-PAGINA-ED DELIMITED BY SIZE
022920       INTO SAM-PNDR-RECORD.
022930     WRITE SAM-PNDR-RECORD AFTER ADVANCING 1 LINE.
022940
022950     MOVE SPACES TO SAM-PNDR-RECORD.
022960     WRITE SAM-PNDR-RECORD AFTER ADVANCING 1 LINE.
022970
022980     MOVE 4 TO WK-LINEA-PNDR.
022990 0160-FIN.
023000     EXIT.
023010
023020******************************************************************
023030* 0165-ENCABEZADO-AUTR                                           *
023040******************************************************************
023050 0165-ENCABEZADO-AUTR.
023060     ADD 1 TO WK-PAGINA-AUTR.
023070     MOVE WK-PAGINA-AUTR TO WK-PAGINA-ED.
023080
023090     MOVE SPACES TO SAM-AUTR-RECORD.
023100     IF WK-PAGINA-AUTR = 1
023110         WRITE SAM-AUTR-RECORD AFTER ADVANCING 1 LINE
023120     ELSE
023130         WRITE SAM-AUTR-RECORD AFTER ADVANCING PAGE
023140     END-IF.
023150
023160     MOVE SPACES TO SAM-AUTR-RECORD.
023170     STRING 'SAMMANT'    DELIMITED BY SIZE
023180            ' - TRANSACCIONES EN ESPERA DE AUTORIZACION'
023190                         DELIMITED BY SIZE
023200            ' - FECHA: ' DELIMITED BY SIZE
023210            WK-DATE-CURR DELIMITED BY SIZE
023220       INTO SAM-AUTR-RECORD.
023230     WRITE SAM-AUTR-RECORD AFTER ADVANCING 1 LINE.
023240
023250     MOVE SPACES TO SAM-AUTR-RECORD.
023260     STRING 'PAGINA: '   DELIMITED BY SIZE
023270            WK-PAGINA-ED DELIMITED BY SIZE
023280       INTO SAM-AUTR-RECORD.
023290     WRITE SAM-AUTR-RECORD AFTER ADVANCING 1 LINE.
023300
023310     MOVE SPACES TO SAM-AUTR-RECORD.
023320     WRITE SAM-AUTR-RECORD AFTER ADVANCING 1 LINE.
023330
023340     MOVE 4 TO WK-LINEA-AUTR.
023350 0165-FIN.
023360     EXIT.
023370
023380******************************************************************
023390* 0167-ENCABEZADO-AUTV                                           *
023400******************************************************************
023410 0167-ENCABEZADO-AUTV.
023420     ADD 1 TO WK-PAGINA-AUTV.
023430     MOVE WK-PAGINA-AUTV TO WK-PAGINA-ED.
023440
023450     MOVE SPACES TO SAM-AUTV-RECORD.
023460     IF WK-PAGINA-AUTV = 1
023470         WRITE SAM-AUTV-RECORD AFTER ADVANCING 1 LINE
023480     ELSE
023490         WRITE SAM-AUTV-RECORD AFTER ADVANCING PAGE
023500     END-IF.
023510
023520     MOVE SPACES TO SAM-AUTV-RECORD.
023530     STRING 'SAMMANT'    DELIMITED BY SIZE
023540            ' - RETENIDAS VENCIDAS SIN AUTORIZACION'
023550                         DELIMITED BY SIZE
023560            ' - FECHA: ' DELIMITED BY SIZE
023570            WK-DATE-CURR DELIMITED BY SIZE
023580       INTO SAM-AUTV-RECORD.
023590     WRITE SAM-AUTV-RECORD AFTER ADVANCING 1 LINE.
023600
023610     MOVE SPACES TO SAM-AUTV-RECORD.
023620     STRING 'PAGINA: '   DELIMITED BY SIZE
023630            WK-PAGINA-ED DELIMITED BY SIZE
023640       INTO SAM-AUTV-RECORD.
023650     WRITE SAM-AUTV-RECORD AFTER ADVANCING 1 LINE.
023660
023670     MOVE SPACES TO SAM-AUTV-RECORD.
023680     WRITE SAM-AUTV-RECORD AFTER ADVANCING 1 LINE.
023690
023700     MOVE 4 TO WK-LINEA-AUTV.
023710 0167-FIN.
023720     EXIT.
023730
023740******************************************************************
023750* 0950-TOTALES-CONTROL                                           *
023760* TOTALES DE LA CORRIDA AL FINAL DEL LISTADO DE APLICADAS, Y EL  *
023770* TOTAL DE RECHAZADAS TAMBIEN AL FINAL DEL LISTADO DE RECHAZOS,  *
023780* PARA QUE CADA LISTADO CUADRE POR SI SOLO.                      *
023790******************************************************************
023800 0950-TOTALES-CONTROL.
023810     MOVE WK-CONT-LEIDAS     TO WK-CONT-LEIDAS-ED.
023820     MOVE WK-CONT-APLICADAS  TO WK-CONT-APLICADAS-ED.
023830     MOVE WK-CONT-ALTAS      TO WK-CONT-ALTAS-ED.
023840     MOVE WK-CONT-CAMBIOS    TO WK-CONT-CAMBIOS-ED.
023850     MOVE WK-CONT-BAJAS      TO WK-CONT-BAJAS-ED.
023860     MOVE WK-CONT-RECHAZADAS TO WK-CONT-RECHAZAD-ED.
023870
023880     MOVE SPACES TO SAM-APLI-RECORD.
023890     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
023900
023910     MOVE SPACES TO SAM-APLI-RECORD.
023920     STRING 'TOTAL TRANSACCIONES LEIDAS  : ' DELIMITED BY SIZE
023930            WK-CONT-LEIDAS-ED                DELIMITED BY SIZE
023940       INTO SAM-APLI-RECORD.
023950     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
023960
023970     MOVE SPACES TO SAM-APLI-RECORD.
023980     STRING 'TOTAL TRANSACCIONES APLICADAS: ' DELIMITED BY SIZE
023990            WK-CONT-APLICADAS-ED              DELIMITED BY SIZE
024000       INTO SAM-APLI-RECORD.
024010     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
024020
024030     MOVE SPACES TO SAM-APLI-RECORD.
024040     STRING 'TOTAL ALTAS A SAM-FILE      : ' DELIMITED BY SIZE
024050            WK-CONT-ALTAS-ED                 DELIMITED BY SIZE
024060       INTO SAM-APLI-RECORD.
024070     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
024080
024090     MOVE SPACES TO SAM-APLI-RECORD.
024100     STRING 'TOTAL CAMBIOS A SAM-FILE    : ' DELIMITED BY SIZE
024110            WK-CONT-CAMBIOS-ED               DELIMITED BY SIZE
024120       INTO SAM-APLI-RECORD.
024130     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
024140
024150     MOVE SPACES TO SAM-APLI-RECORD.
024160     STRING 'TOTAL BAJAS A SAM-FILE      : ' DELIMITED BY SIZE
024170            WK-CONT-BAJAS-ED                 DELIMITED BY SIZE
024180       INTO SAM-APLI-RECORD.
024190     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
024200
024210     MOVE SPACES TO SAM-APLI-RECORD.
024220     STRING 'TOTAL TRANSACC. RECHAZADAS  : ' DELIMITED BY SIZE
024230            WK-CONT-RECHAZAD-ED              DELIMITED BY SIZE
024240       INTO SAM-APLI-RECORD.
024250     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
024260
024270     MOVE WK-CONT-OMIT-LOTE TO WK-CONT-OMITLOTE-ED.
024280     MOVE SPACES TO SAM-APLI-RECORD.
024290     STRING 'TRANSACC. EN LOTES RECHAZ.  : ' DELIMITED BY SIZE
024300            WK-CONT-OMITLOTE-ED              DELIMITED BY SIZE
024310       INTO SAM-APLI-RECORD.
024320     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
024330
024340     MOVE WK-CONT-LLAVES-ASIG TO WK-CONT-LLASIG-ED.
024350     MOVE SPACES TO SAM-APLI-RECORD.
024360     STRING 'LLAVES ASIGNADAS EN ALTAS   : ' DELIMITED BY SIZE
024370            WK-CONT-LLASIG-ED                DELIMITED BY SIZE
024380       INTO SAM-APLI-RECORD.
024390     WRITE SAM-APLI-RECORD AFTER ADVANCING 1 LINE.
024400
024410     MOVE SPACES TO SAM-RECH-RECORD.
024420     WRITE SAM-RECH-RECORD AFTER ADVANCING 1 LINE.
024430
024440     MOVE SPACES TO SAM-RECH-RECORD.
024450     STRING 'TOTAL TRANSACC. RECHAZADAS  : ' DELIMITED BY SIZE
024460            WK-CONT-RECHAZAD-ED              DELIMITED BY SIZE
024470       INTO SAM-RECH-RECORD.
024480     WRITE SAM-RECH-RECORD AFTER ADVANCING 1 LINE.
024490
024500     MOVE WK-CONT-RECH-DIGITO TO WK-CONT-RDIGITO-ED.
024510     MOVE SPACES TO SAM-RECH-RECORD.
024520     STRING 'RECHAZOS DIGITO VERIFICADOR : ' DELIMITED BY SIZE
024530            WK-CONT-RDIGITO-ED               DELIMITED BY SIZE
024540       INTO SAM-RECH-RECORD.
024550     WRITE SAM-RECH-RECORD AFTER ADVANCING 1 LINE.
024560
024570     MOVE WK-CONT-PEND-LEIDAS TO WK-CONT-PLEIDAS-ED.
024580     MOVE WK-CONT-RETENIDAS   TO WK-CONT-RETENIDAS-ED.
024590     MOVE WK-CONT-LIBERADAS   TO WK-CONT-LIBERADAS-ED.
024600     MOVE WK-CONT-CANCELADAS  TO WK-CONT-CANCELAD-ED.
024610     MOVE WK-CONT-PEND-SALIDA TO WK-CONT-PSALIDA-ED.
024620
024630     MOVE SPACES TO SAM-PNDR-RECORD.
024640     WRITE SAM-PNDR-RECORD AFTER ADVANCING 1 LINE.
024650
024660     MOVE SPACES TO SAM-PNDR-RECORD.
024670     STRING 'TOTAL PENDIENTES RELEIDAS   : ' DELIMITED BY SIZE
024680            WK-CONT-PLEIDAS-ED               DELIMITED BY SIZE
024690       INTO SAM-PNDR-RECORD.
024700     WRITE SAM-PNDR-RECORD AFTER ADVANCING 1 LINE.
024710
024720     MOVE SPACES TO SAM-PNDR-RECORD.
024730     STRING 'TOTAL RETENIDAS             : ' DELIMITED BY SIZE
024740            WK-CONT-RETENIDAS-ED             DELIMITED BY SIZE
024750       INTO SAM-PNDR-RECORD.
024760     WRITE SAM-PNDR-RECORD AFTER ADVANCING 1 LINE.
024770
024780     MOVE SPACES TO SAM-PNDR-RECORD.
024790     STRING 'TOTAL LIBERADAS             : ' DELIMITED BY SIZE
024800            WK-CONT-LIBERADAS-ED             DELIMITED BY SIZE
024810       INTO SAM-PNDR-RECORD.
024820     WRITE SAM-PNDR-RECORD AFTER ADVANCING 1 LINE.
024830
024840     MOVE SPACES TO SAM-PNDR-RECORD.
024850     STRING 'TOTAL CANCELADAS            : ' DELIMITED BY SIZE
024860            WK-CONT-CANCELAD-ED              DELIMITED BY SIZE
024870       INTO SAM-PNDR-RECORD.
024880     WRITE SAM-PNDR-RECORD AFTER ADVANCING 1 LINE.
024890
024900     MOVE SPACES TO SAM-PNDR-RECORD.
024910     STRING 'PENDIENTES AL CIERRE        : ' DELIMITED BY SIZE
024920            WK-CONT-PSALIDA-ED               DELIMITED BY SIZE
024930       INTO SAM-PNDR-RECORD.
024940     WRITE SAM-PNDR-RECORD AFTER ADVANCING 1 LINE.
024950
024960     MOVE WK-CONT-AUT-RETEN  TO WK-CONT-AUTRET-ED.
024970     MOVE WK-CONT-AUT-LEIDAS TO WK-CONT-AUTLEI-ED.
024980     MOVE WK-CONT-AUT-APROB  TO WK-CONT-AUTAPR-ED.
024990     MOVE WK-CONT-AUT-APLIC  TO WK-CONT-AUTAPL-ED.
025000     MOVE WK-CONT-AUT-VENC   TO WK-CONT-AUTVEN-ED.
025010     MOVE WK-CONT-AUT-SALIDA TO WK-CONT-AUTSAL-ED.
025020
025030     MOVE SPACES TO SAM-AUTR-RECORD.
025040     WRITE SAM-AUTR-RECORD AFTER ADVANCING 1 LINE.
025050
025060     MOVE SPACES TO SAM-AUTR-RECORD.
025070     STRING 'TOTAL RETENIDAS HOY         : ' DELIMITED BY SIZE
025080            WK-CONT-AUTRET-ED                DELIMITED BY SIZE
025090       INTO SAM-AUTR-RECORD.
025100     WRITE SAM-AUTR-RECORD AFTER ADVANCING 1 LINE.
025110
025120     MOVE SPACES TO SAM-AUTR-RECORD.
025130     STRING 'TOTAL RELEIDAS DE LA COLA   : ' DELIMITED BY SIZE
025140            WK-CONT-AUTLEI-ED                DELIMITED BY SIZE
025150       INTO SAM-AUTR-RECORD.
025160     WRITE SAM-AUTR-RECORD AFTER ADVANCING 1 LINE.
025170
025180     MOVE SPACES TO SAM-AUTR-RECORD.
025190     STRING 'TOTAL APROBADAS HOY         : ' DELIMITED BY SIZE
025200            WK-CONT-AUTAPR-ED                DELIMITED BY SIZE
025210       INTO SAM-AUTR-RECORD.
025220     WRITE SAM-AUTR-RECORD AFTER ADVANCING 1 LINE.
025230
025240     MOVE SPACES TO SAM-AUTR-RECORD.
025250     STRING 'TOTAL LIBERADAS A APLICACION: ' DELIMITED BY SIZE
025260            WK-CONT-AUTAPL-ED                DELIMITED BY SIZE
025270       INTO SAM-AUTR-RECORD.
025280     WRITE SAM-AUTR-RECORD AFTER ADVANCING 1 LINE.
025290
025300     MOVE SPACES TO SAM-AUTR-RECORD.
025310     STRING 'TOTAL VENCIDAS              : ' DELIMITED BY SIZE
025320            WK-CONT-AUTVEN-ED                DELIMITED BY SIZE
025330       INTO SAM-AUTR-RECORD.
025340     WRITE SAM-AUTR-RECORD AFTER ADVANCING 1 LINE.
025350
025360     MOVE SPACES TO SAM-AUTR-RECORD.
025370     STRING 'EN COLA AL CIERRE           : ' DELIMITED BY SIZE
025380            WK-CONT-AUTSAL-ED                DELIMITED BY SIZE
025390       INTO SAM-AUTR-RECORD.
025400     WRITE SAM-AUTR-RECORD AFTER ADVANCING 1 LINE.
025410
025420     MOVE SPACES TO SAM-AUTV-RECORD.
025430     WRITE SAM-AUTV-RECORD AFTER ADVANCING 1 LINE.
025440
025450     MOVE SPACES TO SAM-AUTV-RECORD.
025460     STRING 'TOTAL VENCIDAS              : ' DELIMITED BY SIZE
025470            WK-CONT-AUTVEN-ED                DELIMITED BY SIZE
025480       INTO SAM-AUTV-RECORD.
025490     WRITE SAM-AUTV-RECORD AFTER ADVANCING 1 LINE.
025500 0950-FIN.
025510     EXIT.
025520
025530******************************************************************
025540* 0900-TERMINA                                                   *
025550* RETURN-CODE 8 SI ALGUN LOTE DE SAM-TRAN SE RECHAZO COMPLETO    *
025560* (FUERA DE BALANCE, SIN TRAILER, YA APLICADO, ETC.), PARA QUE   *
025570* EL SCHEDULER DETENGA LA MALLA Y SE PIDA LA RETRANSMISION.      *
025580******************************************************************
025590 0900-TERMINA.
025600     PERFORM 0950-TOTALES-CONTROL THRU 0950-FIN.
025610     CLOSE SAM-TRAN-FILE.
025620     CLOSE SAM-FILE.
025630     CLOSE SAM-APLI-FILE.
025640     CLOSE SAM-RECH-FILE.
025650     IF NOT WK-PEND-AUSENTE
025660         CLOSE SAM-PEND-FILE
025670     END-IF.
025680     CLOSE PEND-SAL-FILE.
025690     CLOSE SAM-PNDR-FILE.
025700     CLOSE SAM-JRNL-FILE.
025710     CLOSE SAM-LOTE-FILE.
025720     IF NOT WK-AUTP-AUSENTE
025730         CLOSE SAM-AUTP-FILE
025740     END-IF.
025750     CLOSE AUTP-SAL-FILE.
025760     CLOSE SAM-AUTR-FILE.
025770     CLOSE SAM-AUTV-FILE.
025780     IF WK-CONT-LOTES-RECH > ZERO
025790        OR WK-CONT-LOTES-EXCED > ZERO
025800         MOVE 8 TO RETURN-CODE
025810     END-IF.
025820     DISPLAY "SAMMANT FIN PROCESO".
025830 0900-FIN.
025840     EXIT.
