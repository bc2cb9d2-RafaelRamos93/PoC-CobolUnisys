000010******************************************************************
000020* SAMCNVDV                                                       *
000030*                                                                *
000040* CONVERSION POR UNICA VEZ DE LAS LLAVES DE CLIENTE AL FORMATO   *
000050* CON DIGITO VERIFICADOR (VER SAMLLAVE). A CADA LLAVE ANTERIOR   *
000060* SE LE ASIGNA UNA LLAVE NUEVA EN EL MISMO ORDEN DE LLAVE: LA    *
000070* MENOR LLAVE ANTERIOR RECIBE LA BASE 00001, LA SIGUIENTE LA     *
000080* SIGUIENTE BASE VALIDA, ETC. COMO LA EQUIVALENCIA RESPETA EL    *
000090* ORDEN, TODO ARCHIVO QUE VENIA EN ORDEN DE LLAVE SIGUE EN ORDEN *
000100* DESPUES DE CONVERTIRLO Y NO HACE FALTA REORDENAR NADA.         *
000110* UNA FUNCION POR PARM (UN PASO DE JCL POR ARCHIVO):             *
000120*                                                                *
000130* FUNCION 'M' - JUNTA TODAS LAS LLAVES CONOCIDAS (MAESTRO        *
000140* ANTERIOR, GENERACIONES DE SAM-HIST CONCATENADAS Y ARCHIVO DE   *
000150* RETENCION SAM-RETA), ASIGNA LAS LLAVES NUEVAS, GRABA LA TABLA  *
000160* DE EQUIVALENCIAS SAM-XWLK (ANTERIOR/NUEVA), CARGA EL SAM-FILE  *
000170* NUEVO Y DEJA EN EL CONTROL SAM-LLCT LA ULTIMA BASE USADA PARA  *
000180* QUE SAMLLAVE SIGA ASIGNANDO DESDE AHI.                         *
000190* FUNCION 'H' - CONVIERTE UNA GENERACION DE SAM-HIST (O UNA      *
000200* COMPACTACION DE SAMARCHI): ENTRA SAM-HIST, SALE SAM-HIST-SAL.  *
000210* FUNCION 'R' - CONVIERTE EL ARCHIVO DE RETENCION: ENTRA         *
000220* SAM-RETA, SALE SAM-RETA-SAL.                                   *
000230* FUNCION 'X' - CONVIERTE UNA GENERACION DEL EXTRACTO DEL DATA   *
000240* WAREHOUSE: ENTRA SAM-XTRC, SALE SAM-XTRC-SAL CON EL HASH DEL   *
000250* TRAILER RECALCULADO SOBRE LAS LLAVES NUEVAS.                   *
000260* FUNCION 'T' - CAMBIA SAM_ID EN SAM-TAB. SE HACE EN DOS         *
000270* PASADAS (PRIMERO A UNA LLAVE TEMPORAL NO NUMERICA Y LUEGO A LA *
000280* NUEVA) PARA QUE UNA LLAVE NUEVA NUNCA CHOQUE CON UNA ANTERIOR  *
000290* QUE TODAVIA NO SE CONVIERTE. TODO EN UNA SOLA UNIDAD DE        *
000300* TRABAJO: UN ERROR DE SQL DESHACE LA FUNCION COMPLETA.          *
000310*                                                                *
000320* LAS FUNCIONES H/R/X/T LEEN LAS EQUIVALENCIAS DE SAM-XWLK. UNA  *
000330* LLAVE SIN EQUIVALENCIA SE LISTA, SE DEJA COMO VENIA Y EL PASO  *
000340* TERMINA CON RETURN-CODE 8. EL REPORTE SAM-CNVD CIERRA CON LOS  *
000350* CONTEOS DE LA FUNCION.                                         *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.    SAMCNVDV.
000390 AUTHOR.        R ALVARADO.
000400 INSTALLATION.  DEPTO DE SISTEMAS.
000410 DATE-WRITTEN.  10/05/2026.
000420 DATE-COMPILED. 10/05/2026.
000430*----------------------------------------------------------------
000440* MODIFICATION HISTORY
000450*----------------------------------------------------------------
000460* 10/05/2026  RAV  VERSION ORIGINAL - CONVERSION DE LLAVES DE
000470*                  CLIENTE AL FORMATO CON DIGITO VERIFICADOR, CON
000480*                  TABLA DE EQUIVALENCIAS PARA SAM-FILE, SAM-HIST,
000490*                  SAM-RETA, SAM-XTRC Y SAM-TAB.
000500*----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540
000550     SELECT FILE-ANT
000560         ASSIGN TO "Sample-File-Ant"
000570         ORGANIZATION IS INDEXED
000580         RECORD KEY IS ANT-KEY-NUMBER
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS WS-FILE-ANT-STATUS.
000610
000620     SELECT SAM-FILE
000630         ASSIGN TO "Sample-File"
000640         ORGANIZATION IS INDEXED
000650         RECORD KEY IS SAM-FILE-KEY-NUMBER
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS WS-SAM-FILE-STATUS.
000680
000690     SELECT HIST-ENT-FILE
000700         ASSIGN TO "SAM-HIST"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-HIST-ENT-STATUS.
000730
000740     SELECT HIST-SAL-FILE
000750         ASSIGN TO "SAM-HIST-SAL"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-HIST-SAL-STATUS.
000780
000790     SELECT SAM-RETA-FILE
000800         ASSIGN TO "SAM-RETA"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-SAM-RETA-STATUS.
000830
000840     SELECT RETA-SAL-FILE
000850         ASSIGN TO "SAM-RETA-SAL"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-RETA-SAL-STATUS.
000880
000890     SELECT XTRC-ENT-FILE
000900         ASSIGN TO "SAM-XTRC"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-XTRC-ENT-STATUS.
000930
000940     SELECT XTRC-SAL-FILE
000950         ASSIGN TO "SAM-XTRC-SAL"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-XTRC-SAL-STATUS.
000980
000990     SELECT SAM-XWLK-FILE
001000         ASSIGN TO "SAM-XWLK"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-SAM-XWLK-STATUS.
001030
001040     SELECT SAM-LLCT-FILE
001050         ASSIGN TO "SAM-LLCT"
001060         ORGANIZATION IS INDEXED
001070         RECORD KEY IS LLCT-LLAVE
001080         ACCESS MODE IS SEQUENTIAL
001090         FILE STATUS IS WS-SAM-LLCT-STATUS.
001100
001110     SELECT SAM-CNVD-FILE
001120         ASSIGN TO "SAM-CNVD"
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WS-SAM-CNVD-STATUS.
001150
001160 DATA DIVISION.
001170 FILE SECTION.
001180
001190 FD  FILE-ANT
001200     DATA RECORD IS FILE-ANT-RECORD
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 117 CHARACTERS.
001230 01  FILE-ANT-RECORD.
001240     05 ANT-KEY-NUMBER        PIC X(06).
001250     05 ANT-DATOS             PIC X(111).
001260
001270 FD  SAM-FILE
001280     DATA RECORD IS SAM-FILE-RECORD
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 117 CHARACTERS.
001310 01  SAM-FILE-RECORD.
001320     05 SAM-FILE-KEY-NUMBER   PIC X(06).
001330     05 SAM-FILE-NAME         PIC X(30).
001340     05 SAM-FILE-ADDRESS      PIC X(30).
001350     05 SAM-FILE-CONTACT      PIC X(30).
001360     05 SAM-FILE-ESTADO       PIC X(01).
001370     05 SAM-FILE-TELEFONO     PIC X(10).
001380     05 SAM-FILE-FECHA-MANT   PIC X(10).
001390
001400 FD  HIST-ENT-FILE
001410     DATA RECORD IS HIST-ENT-RECORD
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 127 CHARACTERS.
001440 01  HIST-ENT-RECORD.
001450     05 HENT-KEY-NUMBER       PIC X(06).
001460     05 HENT-NAME             PIC X(30).
001470     05 HENT-ADDRESS          PIC X(30).
001480     05 HENT-CONTACT          PIC X(30).
001490     05 HENT-ESTADO           PIC X(01).
001500     05 HENT-TELEFONO         PIC X(10).
001510     05 HENT-FECHA-MANT       PIC X(10).
001520     05 HENT-RUN-DATE         PIC X(10).
001530
001540 FD  HIST-SAL-FILE
001550     LABEL RECORDS ARE STANDARD
001560     RECORD CONTAINS 127 CHARACTERS.
001570 01  HIST-SAL-RECORD            PIC X(127).
001580
001590 FD  SAM-RETA-FILE
001600     DATA RECORD IS SAM-RETA-RECORD
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 137 CHARACTERS.
001630 01  SAM-RETA-RECORD.
001640     05 RETA-IMAGEN.
001650        10 RETA-KEY-NUMBER      PIC X(06).
001660        10 RETA-NAME            PIC X(30).
001670        10 RETA-ADDRESS         PIC X(30).
001680        10 RETA-CONTACT         PIC X(30).
001690        10 RETA-ESTADO          PIC X(01).
001700        10 RETA-TELEFONO        PIC X(10).
001710        10 RETA-FECHA-MANT      PIC X(10).
001720     05 RETA-FECHA-ARCHIVO      PIC X(10).
001730     05 RETA-FECHA-BORRADO      PIC X(10).
001740
001750 FD  RETA-SAL-FILE
001760     LABEL RECORDS ARE STANDARD
001770     RECORD CONTAINS 137 CHARACTERS.
001780 01  RETA-SAL-RECORD            PIC X(137).
001790
001800******************************************************************
001810* EXTRACTO DEL DATA WAREHOUSE - MISMO FORMATO QUE GRABA COBOLSQL *
001820******************************************************************
001830 FD  XTRC-ENT-FILE
001840     LABEL RECORDS ARE STANDARD
001850     RECORD CONTAINS 203 CHARACTERS.
001860 01  XTRC-HEADER-RECORD.
001870     05 XTRC-H-TIPO             PIC X(01).
001880        88 XTRC-ES-HEADER                VALUE 'H'.
001890        88 XTRC-ES-DETALLE               VALUE 'D'.
001900        88 XTRC-ES-TRAILER               VALUE 'T'.
001910     05 XTRC-H-FILE-ID          PIC X(08).
001920     05 XTRC-H-FECHA            PIC X(10).
001930     05 FILLER                  PIC X(184).
001940 01  XTRC-DETAIL-RECORD.
001950     05 XTRC-D-TIPO             PIC X(01).
001960     05 XTRC-D-KEY              PIC X(06).
001970     05 XTRC-D-FILE-NAME        PIC X(30).
001980     05 XTRC-D-FILE-ADDRESS     PIC X(30).
001990     05 XTRC-D-FILE-CONTACT     PIC X(30).
002000     05 XTRC-D-FILE-ESTADO      PIC X(01).
002010     05 XTRC-D-FILE-TELEFONO    PIC X(10).
002020     05 XTRC-D-FILE-FECHA-MANT  PIC X(10).
002030     05 XTRC-D-TAB-NAME         PIC X(25).
002040     05 XTRC-D-TAB-ADDRESS      PIC X(25).
002050     05 XTRC-D-TAB-CONTACT      PIC X(25).
002060     05 XTRC-D-TAB-PHONE        PIC X(10).
002070 01  XTRC-TRAILER-RECORD.
002080     05 XTRC-T-TIPO             PIC X(01).
002090     05 XTRC-T-CUENTA           PIC 9(09).
002100     05 XTRC-T-HASH             PIC 9(15).
002110     05 FILLER                  PIC X(178).
002120
002130 FD  XTRC-SAL-FILE
002140     LABEL RECORDS ARE STANDARD
002150     RECORD CONTAINS 203 CHARACTERS.
002160 01  XTRC-SAL-RECORD            PIC X(203).
002170
002180******************************************************************
002190* TABLA DE EQUIVALENCIAS: UN REGISTRO POR LLAVE ANTERIOR, EN     *
002200* ORDEN DE LLAVE ANTERIOR (QUE ES TAMBIEN EL DE LA NUEVA). SE    *
002210* CONSERVA PARA CONSULTAR LAS LLAVES VIEJAS QUE QUEDAN EN        *
002220* SAM-AUDT, SAM-JRNL Y LOS LISTADOS ANTERIORES A LA CONVERSION.  *
002230******************************************************************
002240 FD  SAM-XWLK-FILE
002250     DATA RECORD IS SAM-XWLK-RECORD
002260     LABEL RECORDS ARE STANDARD
002270     RECORD CONTAINS 40 CHARACTERS.
002280 01  SAM-XWLK-RECORD.
002290     05 XWLK-LLAVE-ANT          PIC X(06).
002300     05 XWLK-LLAVE-NVA          PIC X(06).
002310     05 XWLK-FECHA              PIC X(10).
002320     05 FILLER                  PIC X(18).
002330
002340******************************************************************
002350* CONTROL DE ASIGNACION DE SAMLLAVE (MISMO FORMATO)              *
002360******************************************************************
002370 FD  SAM-LLCT-FILE
002380     DATA RECORD IS SAM-LLCT-RECORD
002390     LABEL RECORDS ARE STANDARD
002400     RECORD CONTAINS 50 CHARACTERS.
002410 01  SAM-LLCT-RECORD.
002420     05 LLCT-LLAVE            PIC X(08).
002430     05 LLCT-ULTIMA-BASE      PIC 9(05).
002440     05 LLCT-CONT-ASIGNADAS   PIC 9(09).
002450     05 LLCT-FECHA-ULT        PIC X(10).
002460     05 FILLER                PIC X(18).
002470
002480 FD  SAM-CNVD-FILE
002490     LABEL RECORDS ARE STANDARD
002500     RECORD CONTAINS 132 CHARACTERS.
002510 01  SAM-CNVD-RECORD            PIC X(132).
002520
002530 WORKING-STORAGE SECTION.
002540
002550 EXEC SQL
002560      INCLUDE SQLCA
002570 END-EXEC.
002580
002590 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
002600
002610 EXEC SQL
002620      INCLUDE DCLSAM
002630 END-EXEC.
002640
002650 01  WK-SAM-ID-TEMP             PIC X(06).
002660
002670 EXEC SQL END DECLARE SECTION END-EXEC.
002680
002690 01  WK-AREA.
002700     05 WK-DATE-CURR.
002710        07 WK-DATE-MM         PIC XX   VALUE SPACES.
002720        07 FILLER             PIC X    VALUE '-'.
002730        07 WK-DATE-DD         PIC XX   VALUE SPACES.
002740        07 FILLER             PIC X    VALUE '-'.
002750        07 WK-DATE-YYYY       PIC X(04) VALUE SPACES.
002760     05 WK-FECHA-SISTEMA      PIC 9(08) VALUE ZERO.
002770     05 WK-OPERACION-SQL      PIC X(12) VALUE SPACES.
002780     05 WK-SQLCODE-ED         PIC -(09)9.
002790     05 WK-LLAVE-BUSCA        PIC X(06) VALUE SPACES.
002800     05 WK-LLAVE-NUM          PIC 9(06) VALUE ZERO.
002810     05 WK-XTRC-HASH          PIC 9(15) VALUE ZERO.
002820     05 WK-DESC-LINEA         PIC X(40) VALUE SPACES.
002830
002840******************************************************************
002850* PARAMETROS DE LLAMADA A SAMLLAVE                               *
002860******************************************************************
002870 01  WK-LLAVE-PARMS.
002880     05 WK-LLAVE-FUNCION      PIC X(01) VALUE SPACE.
002890     05 WK-LLAVE-TRABAJO      PIC X(06) VALUE SPACES.
002900     05 WK-LLAVE-RESULT-SW    PIC X(01) VALUE SPACE.
002910        88 WK-LLAVE-DV-VALIDA          VALUE 'Y'.
002920     05 WK-BASE-NVA           PIC 9(05) VALUE ZERO.
002930
002940******************************************************************
002950* EQUIVALENCIAS EN MEMORIA, ORDENADAS POR LLAVE ANTERIOR. EN LA  *
002960* FUNCION 'M' SE ARMAN CON INSERCION ORDENADA (EL MAESTRO VIENE  *
002970* EN ORDEN, ASI QUE CASI TODO SE AGREGA AL FINAL); EN LAS DEMAS  *
002980* SE CARGAN DE SAM-XWLK, QUE YA VIENE EN ORDEN. TODA BUSQUEDA ES *
002990* BINARIA. EL LIMITE CUBRE LAS BASES QUE TIENEN DIGITO VALIDO.   *
003000* WK-CX-TAB-SW MARCA EN LA FUNCION 'T' LOS RENGLONES QUE PASARON *
003010* A LLAVE TEMPORAL.                                              *
003020******************************************************************
003030 01  WK-CX-TABLA.
003040     05 WK-CX-MAX             PIC 9(05) COMP VALUE 90000.
003050     05 WK-CX-CNT             PIC 9(05) COMP VALUE ZERO.
003060     05 WK-CX-I               PIC 9(05) COMP VALUE ZERO.
003070     05 WK-CX-J               PIC 9(05) COMP VALUE ZERO.
003080     05 WK-CX-BAJO            PIC 9(05) COMP VALUE ZERO.
003090     05 WK-CX-ALTO            PIC 9(05) COMP VALUE ZERO.
003100     05 WK-CX-MEDIO           PIC 9(05) COMP VALUE ZERO.
003110     05 WK-CX-ENTRADA         OCCURS 90000 TIMES.
003120        10 WK-CX-LLAVE-ANT    PIC X(06).
003130        10 WK-CX-LLAVE-NVA    PIC X(06).
003140        10 WK-CX-TAB-SW       PIC X(01).
003150
003160 01  WK-CONTADORES.
003170     05 WK-CONT-FILE-LEIDOS   PIC 9(09) COMP VALUE ZERO.
003180     05 WK-CONT-FILE-CARGADOS PIC 9(09) COMP VALUE ZERO.
003190     05 WK-CONT-HIST-LEIDOS   PIC 9(09) COMP VALUE ZERO.
003200     05 WK-CONT-RETA-LEIDOS   PIC 9(09) COMP VALUE ZERO.
003210     05 WK-CONT-NO-NUMERICAS  PIC 9(09) COMP VALUE ZERO.
003220     05 WK-CONT-LEIDOS        PIC 9(09) COMP VALUE ZERO.
003230     05 WK-CONT-CONVERTIDOS   PIC 9(09) COMP VALUE ZERO.
003240     05 WK-CONT-SIN-EQUIV     PIC 9(09) COMP VALUE ZERO.
003250     05 WK-CONT-XTRC-DET      PIC 9(09) COMP VALUE ZERO.
003260     05 WK-CONT-TAB-TEMP      PIC 9(09) COMP VALUE ZERO.
003270     05 WK-CONT-TAB-NVA       PIC 9(09) COMP VALUE ZERO.
003280     05 WK-CONT-TAB-SIN       PIC 9(09) COMP VALUE ZERO.
003290     05 WK-CONT-ED            PIC ZZZ,ZZZ,ZZ9.
003300     05 WK-CONT-ETIQUETA      PIC X(30) VALUE SPACES.
003310
003320 01  WK-SWITCHES.
003330     05 WK-FUNCION            PIC X(01) VALUE SPACE.
003340        88 WK-FUNCION-MAESTRO          VALUE 'M'.
003350        88 WK-FUNCION-HISTORICO        VALUE 'H'.
003360        88 WK-FUNCION-RETENCION        VALUE 'R'.
003370        88 WK-FUNCION-EXTRACTO         VALUE 'X'.
003380        88 WK-FUNCION-TABLA            VALUE 'T'.
003390     05 WK-HIST-AUSENTE-SW    PIC X(01) VALUE 'N'.
003400        88 WK-HIST-AUSENTE             VALUE 'Y'.
003410     05 WK-RETA-AUSENTE-SW    PIC X(01) VALUE 'N'.
003420        88 WK-RETA-AUSENTE             VALUE 'Y'.
003430     05 WK-CX-HIT-SW          PIC X(01) VALUE 'N'.
003440        88 WK-CX-HIT                   VALUE 'Y'.
003450     05 WK-TRAILER-SW         PIC X(01) VALUE 'N'.
003460        88 WK-TRAILER-VISTO            VALUE 'Y'.
003470
003480 01  WK-RPT-AREA.
003490     05 WK-LINEA-ACTUAL       PIC 9(03) COMP VALUE 99.
003500     05 WK-MAX-LINEAS         PIC 9(03) COMP VALUE 060.
003510     05 WK-PAGINA             PIC 9(05) COMP VALUE ZERO.
003520     05 WK-PAGINA-ED          PIC ZZZZ9.
003530
003540 01  WS-AREA.
003550     05  WS-FILE-ANT-STATUS   PIC XX   VALUE SPACES.
003560         88 FILE-ANT-EOF               VALUE '10'.
003570     05  WS-SAM-FILE-STATUS   PIC XX   VALUE SPACES.
003580     05  WS-HIST-ENT-STATUS   PIC XX   VALUE SPACES.
003590         88 HIST-ENT-EOF               VALUE '10'.
003600     05  WS-HIST-SAL-STATUS   PIC XX   VALUE SPACES.
003610     05  WS-SAM-RETA-STATUS   PIC XX   VALUE SPACES.
003620         88 SAM-RETA-EOF               VALUE '10'.
003630     05  WS-RETA-SAL-STATUS   PIC XX   VALUE SPACES.
003640     05  WS-XTRC-ENT-STATUS   PIC XX   VALUE SPACES.
003650         88 XTRC-ENT-EOF               VALUE '10'.
003660     05  WS-XTRC-SAL-STATUS   PIC XX   VALUE SPACES.
003670     05  WS-SAM-XWLK-STATUS   PIC XX   VALUE SPACES.
003680         88 SAM-XWLK-EOF               VALUE '10'.
003690     05  WS-SAM-LLCT-STATUS   PIC XX   VALUE SPACES.
003700     05  WS-SAM-CNVD-STATUS   PIC XX   VALUE SPACES.
003710
003720 LINKAGE SECTION.
003730******************************************************************
003740* PARM DE JCL - FORMATO POSICIONAL                               *
003750*   COL    1   FUNCION: 'M' MAESTRO, EQUIVALENCIAS Y CONTROL     *
003760*                       'H' UNA GENERACION DE SAM-HIST           *
003770*                       'R' EL ARCHIVO DE RETENCION SAM-RETA     *
003780*                       'X' UNA GENERACION DE SAM-XTRC           *
003790*                       'T' LA TABLA SAM-TAB                     *
003800*   COL  2-9   FECHA DE CONVERSION AAAAMMDD (OPCIONAL; EN CEROS  *
003810*              O BLANCOS SE USA LA FECHA DEL SISTEMA)            *
003820******************************************************************
003830 01  LS-PARM.
003840     05 LS-PARM-LEN           PIC S9(04) COMP.
003850     05 LS-PARM-TEXT.
003860        10 LS-PARM-FUNCION      PIC X(01).
003870        10 LS-PARM-FECHA        PIC 9(08).
003880        10 FILLER               PIC X(91).
003890
003900 PROCEDURE DIVISION USING LS-PARM.
003910
003920******************************************************************
003930* 0000-PROGRAMA                                                  *
003940******************************************************************
003950 0000-PROGRAMA.
003960     PERFORM 0100-INICIO  THRU 0100-FIN.
003970
003980     EVALUATE TRUE
003990         WHEN WK-FUNCION-MAESTRO
004000              PERFORM 0200-JUNTA-MAESTRO THRU 0200-FIN
004010                      UNTIL FILE-ANT-EOF
004020              PERFORM 0210-JUNTA-HIST THRU 0210-FIN
004030                      UNTIL HIST-ENT-EOF
004040              PERFORM 0220-JUNTA-RETA THRU 0220-FIN
004050                      UNTIL SAM-RETA-EOF
004060              PERFORM 0300-ASIGNA-LLAVES THRU 0300-FIN
004070              PERFORM 0320-GRABA-EQUIVALENCIA THRU 0320-FIN
004080                      VARYING WK-CX-I FROM 1 BY 1
004090                      UNTIL WK-CX-I > WK-CX-CNT
004100              PERFORM 0330-REABRE-MAESTRO THRU 0330-FIN
004110              PERFORM 0340-CONVIERTE-MAESTRO THRU 0340-FIN
004120                      UNTIL FILE-ANT-EOF
004130              PERFORM 0360-GRABA-CONTROL THRU 0360-FIN
004140         WHEN WK-FUNCION-HISTORICO
004150              PERFORM 0400-CONVIERTE-HIST THRU 0400-FIN
004160                      UNTIL HIST-ENT-EOF
004170         WHEN WK-FUNCION-RETENCION
004180              PERFORM 0450-CONVIERTE-RETA THRU 0450-FIN
004190                      UNTIL SAM-RETA-EOF
004200         WHEN WK-FUNCION-EXTRACTO
004210              PERFORM 0500-CONVIERTE-XTRC THRU 0500-FIN
004220                      UNTIL XTRC-ENT-EOF
004230              PERFORM 0520-VERIFICA-TRAILER THRU 0520-FIN
004240         WHEN WK-FUNCION-TABLA
004250              PERFORM 0600-TABLA-A-TEMPORAL THRU 0600-FIN
004260                      VARYING WK-CX-I FROM 1 BY 1
004270                      UNTIL WK-CX-I > WK-CX-CNT
004280              PERFORM 0620-TABLA-A-NUEVA THRU 0620-FIN
004290                      VARYING WK-CX-I FROM 1 BY 1
004300                      UNTIL WK-CX-I > WK-CX-CNT
004310              PERFORM 0640-COMMIT-SQL THRU 0640-FIN
004320     END-EVALUATE.
004330
004340     PERFORM 0900-TERMINA THRU 0900-FIN.
004350
004360     STOP RUN.
004370
004380******************************************************************
004390* 0050-EDITA-PARM                                                *
004400* SIN FUNCION VALIDA NO HAY NADA QUE HACER: EL JOB SE DETIENE    *
004410* ANTES DE ABRIR ARCHIVOS.                                       *
004420******************************************************************
004430 0050-EDITA-PARM.
004440     IF LS-PARM-LEN < 1
004450         DISPLAY "SAMCNVDV FALTA LA FUNCION EN EL PARM"
004460         MOVE 16 TO RETURN-CODE
004470         STOP RUN
004480     END-IF.
004490     MOVE LS-PARM-FUNCION TO WK-FUNCION.
004500     IF NOT WK-FUNCION-MAESTRO
004510        AND NOT WK-FUNCION-HISTORICO
004520        AND NOT WK-FUNCION-RETENCION
004530        AND NOT WK-FUNCION-EXTRACTO
004540        AND NOT WK-FUNCION-TABLA
004550         DISPLAY "SAMCNVDV FUNCION INVALIDA EN EL PARM: "
004560                 LS-PARM-FUNCION
004570         MOVE 16 TO RETURN-CODE
004580         STOP RUN
004590     END-IF.
004600
004610     IF LS-PARM-LEN < 9
004620         GO TO 0050-FIN
004630     END-IF.
004640     IF LS-PARM-FECHA IS NUMERIC AND LS-PARM-FECHA NOT = ZERO
004650         MOVE LS-PARM-FECHA TO WK-FECHA-SISTEMA
004660     END-IF.
004670 0050-FIN.
004680     EXIT.
004690
004700******************************************************************
004710* 0100-INICIO                                                    *
004720* CADA FUNCION ABRE SOLO LO QUE USA. EN LA FUNCION 'M' EL        *
004730* HISTORICO Y EL ARCHIVO DE RETENCION SON OPCIONALES (SOLO       *
004740* APORTAN LLAVES QUE YA NO ESTAN EN EL MAESTRO). LAS DEMAS       *
004750* FUNCIONES CARGAN PRIMERO LAS EQUIVALENCIAS.                    *
004760******************************************************************
004770 0100-INICIO.
004780     PERFORM 0050-EDITA-PARM THRU 0050-FIN.
004790
004800     IF WK-FECHA-SISTEMA = ZERO
004810         ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD
004820     END-IF.
004830     MOVE WK-FECHA-SISTEMA(5:2) TO WK-DATE-MM.
004840     MOVE WK-FECHA-SISTEMA(7:2) TO WK-DATE-DD.
004850     MOVE WK-FECHA-SISTEMA(1:4) TO WK-DATE-YYYY.
004860
004870     OPEN OUTPUT SAM-CNVD-FILE.
004880     IF WS-SAM-CNVD-STATUS NOT = '00'
004890         DISPLAY "ERROR AL ABRIR SAM-CNVD-FILE STATUS "
004900                 WS-SAM-CNVD-STATUS
004910         MOVE 16 TO RETURN-CODE
004920         STOP RUN
004930     END-IF.
004940
004950     EVALUATE TRUE
004960         WHEN WK-FUNCION-MAESTRO
004970              OPEN INPUT  FILE-ANT
004980              OPEN INPUT  HIST-ENT-FILE
004990              OPEN INPUT  SAM-RETA-FILE
005000              OPEN OUTPUT SAM-XWLK-FILE
005010         WHEN WK-FUNCION-HISTORICO
005020              OPEN INPUT  SAM-XWLK-FILE
005030              OPEN INPUT  HIST-ENT-FILE
005040              OPEN OUTPUT HIST-SAL-FILE
005050         WHEN WK-FUNCION-RETENCION
005060              OPEN INPUT  SAM-XWLK-FILE
005070              OPEN INPUT  SAM-RETA-FILE
005080              OPEN OUTPUT RETA-SAL-FILE
005090         WHEN WK-FUNCION-EXTRACTO
005100              OPEN INPUT  SAM-XWLK-FILE
005110              OPEN INPUT  XTRC-ENT-FILE
005120              OPEN OUTPUT XTRC-SAL-FILE
005130         WHEN WK-FUNCION-TABLA
005140              OPEN INPUT  SAM-XWLK-FILE
005150     END-EVALUATE.
005160     PERFORM 0102-VALIDA-APERTURA THRU 0102-FIN.
005170     PERFORM 0150-ENCABEZADO-RPT  THRU 0150-FIN.
005180
005190     IF WK-FUNCION-MAESTRO
005200         PERFORM 0120-LEE-FILE-ANT THRU 0120-FIN
005210         IF NOT WK-HIST-AUSENTE
005220             PERFORM 0122-LEE-HIST-ENT THRU 0122-FIN
005230         END-IF
005240         IF NOT WK-RETA-AUSENTE
005250             PERFORM 0124-LEE-SAM-RETA THRU 0124-FIN
005260         END-IF
005270     ELSE
005280         PERFORM 0126-LEE-SAM-XWLK THRU 0126-FIN
005290         PERFORM 0130-CARGA-EQUIVALENCIA THRU 0130-FIN
005300                 UNTIL SAM-XWLK-EOF
005310         CLOSE SAM-XWLK-FILE
005320         EVALUATE TRUE
005330             WHEN WK-FUNCION-HISTORICO
005340                  PERFORM 0122-LEE-HIST-ENT THRU 0122-FIN
005350             WHEN WK-FUNCION-RETENCION
005360                  PERFORM 0124-LEE-SAM-RETA THRU 0124-FIN
005370             WHEN WK-FUNCION-EXTRACTO
005380                  PERFORM 0128-LEE-XTRC-ENT THRU 0128-FIN
005390         END-EVALUATE
005400     END-IF.
005410 0100-FIN.
005420     EXIT.
005430
005440******************************************************************
005450* 0102-VALIDA-APERTURA                                           *
005460******************************************************************
005470 0102-VALIDA-APERTURA.
005480     IF WK-FUNCION-MAESTRO
005490        AND WS-FILE-ANT-STATUS NOT = '00'
005500         DISPLAY "ERROR AL ABRIR FILE-ANT      STATUS "
005510                 WS-FILE-ANT-STATUS
005520         MOVE 16 TO RETURN-CODE
005530         STOP RUN
005540     END-IF.
005550     IF WK-FUNCION-MAESTRO
005560        AND WS-HIST-ENT-STATUS = '35'
005570         DISPLAY "SAMCNVDV SIN SAM-HIST - SOLO LLAVES DEL MAESTRO"
005580         MOVE 'Y' TO WK-HIST-AUSENTE-SW
005590         SET HIST-ENT-EOF TO TRUE
005600     END-IF.
005610     IF WK-FUNCION-MAESTRO
005620        AND WS-SAM-RETA-STATUS = '35'
005630         DISPLAY "SAMCNVDV SIN ARCHIVO DE RETENCION"
005640         MOVE 'Y' TO WK-RETA-AUSENTE-SW
005650         SET SAM-RETA-EOF TO TRUE
005660     END-IF.
005670     IF (WK-FUNCION-MAESTRO OR WK-FUNCION-HISTORICO)
005680        AND NOT WK-HIST-AUSENTE
005690        AND WS-HIST-ENT-STATUS NOT = '00'
005700         DISPLAY "ERROR AL ABRIR HIST-ENT-FILE STATUS "
005710                 WS-HIST-ENT-STATUS
005720         MOVE 16 TO RETURN-CODE
005730         STOP RUN
005740     END-IF.
005750     IF (WK-FUNCION-MAESTRO OR WK-FUNCION-RETENCION)
005760        AND NOT WK-RETA-AUSENTE
005770        AND WS-SAM-RETA-STATUS NOT = '00'
005780         DISPLAY "ERROR AL ABRIR SAM-RETA-FILE STATUS "
005790                 WS-SAM-RETA-STATUS
005800         MOVE 16 TO RETURN-CODE
005810         STOP RUN
005820     END-IF.
005830     IF WS-SAM-XWLK-STATUS NOT = '00'
005840         DISPLAY "ERROR AL ABRIR SAM-XWLK-FILE STATUS "
005850                 WS-SAM-XWLK-STATUS
005860         MOVE 16 TO RETURN-CODE
005870         STOP RUN
005880     END-IF.
005890     IF WK-FUNCION-HISTORICO
005900        AND WS-HIST-SAL-STATUS NOT = '00'
005910         DISPLAY "ERROR AL ABRIR HIST-SAL-FILE STATUS "
005920                 WS-HIST-SAL-STATUS
005930         MOVE 16 TO RETURN-CODE
005940         STOP RUN
005950     END-IF.
005960     IF WK-FUNCION-RETENCION
005970        AND WS-RETA-SAL-STATUS NOT = '00'
005980         DISPLAY "ERROR AL ABRIR RETA-SAL-FILE STATUS "
005990                 WS-RETA-SAL-STATUS
006000         MOVE 16 TO RETURN-CODE
006010         STOP RUN
006020     END-IF.
006030     IF WK-FUNCION-EXTRACTO
006040        AND WS-XTRC-ENT-STATUS NOT = '00'
006050         DISPLAY "ERROR AL ABRIR XTRC-ENT-FILE STATUS "
006060                 WS-XTRC-ENT-STATUS
006070         MOVE 16 TO RETURN-CODE
006080         STOP RUN
006090     END-IF.
006100     IF WK-FUNCION-EXTRACTO
006110        AND WS-XTRC-SAL-STATUS NOT = '00'
006120         DISPLAY "ERROR AL ABRIR XTRC-SAL-FILE STATUS "
006130                 WS-XTRC-SAL-STATUS
006140         MOVE 16 TO RETURN-CODE
006150         STOP RUN
006160     END-IF.
006170 0102-FIN.
006180     EXIT.
006190
006200******************************************************************
006210* 0120-LEE-FILE-ANT / 0122-LEE-HIST-ENT / 0124-LEE-SAM-RETA /    *
006220* 0126-LEE-SAM-XWLK / 0128-LEE-XTRC-ENT                          *
006230******************************************************************
006240 0120-LEE-FILE-ANT.
006250     READ FILE-ANT NEXT
006260         AT END
006270             DISPLAY "SAMCNVDV FIN FILE-ANT"
006280     END-READ.
006290 0120-FIN.
006300     EXIT.
006310
006320 0122-LEE-HIST-ENT.
006330     READ HIST-ENT-FILE
006340         AT END
006350             DISPLAY "SAMCNVDV FIN SAM-HIST"
006360     END-READ.
006370 0122-FIN.
006380     EXIT.
006390
006400 0124-LEE-SAM-RETA.
006410     READ SAM-RETA-FILE
006420         AT END
006430             DISPLAY "SAMCNVDV FIN SAM-RETA"
006440     END-READ.
006450 0124-FIN.
006460     EXIT.
006470
006480 0126-LEE-SAM-XWLK.
006490     READ SAM-XWLK-FILE
006500         AT END
006510             DISPLAY "SAMCNVDV FIN SAM-XWLK"
006520     END-READ.
006530 0126-FIN.
006540     EXIT.
006550
006560 0128-LEE-XTRC-ENT.
006570     READ XTRC-ENT-FILE
006580         AT END
006590             DISPLAY "SAMCNVDV FIN SAM-XTRC"
006600     END-READ.
006610 0128-FIN.
006620     EXIT.
006630
006640******************************************************************
006650* 0130-CARGA-EQUIVALENCIA                                        *
006660* SAM-XWLK SE GRABO EN ORDEN DE LLAVE ANTERIOR; UNA EQUIVALENCIA *
006670* FUERA DE ORDEN QUIERE DECIR QUE EL ARCHIVO NO ES EL DE LA      *
006680* CONVERSION Y EL JOB SE DETIENE ANTES DE TOCAR NADA.            *
006690******************************************************************
006700 0130-CARGA-EQUIVALENCIA.
006710     IF WK-CX-CNT >= WK-CX-MAX
006720         DISPLAY "SAMCNVDV TABLA DE EQUIVALENCIAS LLENA"
006730         MOVE 16 TO RETURN-CODE
006740         STOP RUN
006750     END-IF.
006760     IF WK-CX-CNT > ZERO
006770        AND XWLK-LLAVE-ANT NOT > WK-CX-LLAVE-ANT (WK-CX-CNT)
006780         DISPLAY "SAMCNVDV SAM-XWLK FUERA DE ORDEN EN LLAVE "
006790                 XWLK-LLAVE-ANT
006800         MOVE 16 TO RETURN-CODE
006810         STOP RUN
006820     END-IF.
006830     ADD 1 TO WK-CX-CNT.
006840     MOVE XWLK-LLAVE-ANT TO WK-CX-LLAVE-ANT (WK-CX-CNT).
006850     MOVE XWLK-LLAVE-NVA TO WK-CX-LLAVE-NVA (WK-CX-CNT).
006860     MOVE 'N'            TO WK-CX-TAB-SW    (WK-CX-CNT).
006870     PERFORM 0126-LEE-SAM-XWLK THRU 0126-FIN.
006880 0130-FIN.
006890     EXIT.
006900
006910******************************************************************
006920* 0200-JUNTA-MAESTRO / 0210-JUNTA-HIST / 0220-JUNTA-RETA         *
006930* FUNCION 'M': CADA LLAVE DISTINTA ENTRA UNA SOLA VEZ A LA       *
006940* TABLA. TAMBIEN SE CONVIERTEN LAS LLAVES NO NUMERICAS QUE       *
006950* HUBIERA (LAS QUE COBOLSQL MANDA A SAM-ERRQ): RECIBEN UNA       *
006960* LLAVE VALIDA Y SE LISTAN. SOLO UNA LLAVE EN BLANCO SE OMITE.   *
006970******************************************************************
006980 0200-JUNTA-MAESTRO.
006990     ADD 1 TO WK-CONT-FILE-LEIDOS.
007000     MOVE ANT-KEY-NUMBER TO WK-LLAVE-BUSCA.
007010     PERFORM 0230-INSERTA-LLAVE THRU 0230-FIN.
007020     PERFORM 0120-LEE-FILE-ANT THRU 0120-FIN.
007030 0200-FIN.
007040     EXIT.
007050
007060 0210-JUNTA-HIST.
007070     ADD 1 TO WK-CONT-HIST-LEIDOS.
007080     MOVE HENT-KEY-NUMBER TO WK-LLAVE-BUSCA.
007090     PERFORM 0230-INSERTA-LLAVE THRU 0230-FIN.
007100     PERFORM 0122-LEE-HIST-ENT THRU 0122-FIN.
007110 0210-FIN.
007120     EXIT.
007130
007140 0220-JUNTA-RETA.
007150     ADD 1 TO WK-CONT-RETA-LEIDOS.
007160     MOVE RETA-KEY-NUMBER TO WK-LLAVE-BUSCA.
007170     PERFORM 0230-INSERTA-LLAVE THRU 0230-FIN.
007180     PERFORM 0124-LEE-SAM-RETA THRU 0124-FIN.
007190 0220-FIN.
007200     EXIT.
007210
007220******************************************************************
007230* 0230-INSERTA-LLAVE                                             *
007240* UNA LLAVE MAYOR QUE LA ULTIMA SE AGREGA AL FINAL; SI NO, LA    *
007250* BUSQUEDA BINARIA DEJA EN WK-CX-BAJO LA POSICION QUE LE TOCA Y  *
007260* LAS ENTRADAS DE AHI EN ADELANTE SE CORREN UN LUGAR.            *
007270******************************************************************
007280 0230-INSERTA-LLAVE.
007290     IF WK-LLAVE-BUSCA = SPACES
007300         GO TO 0230-FIN
007310     END-IF.
007320     IF WK-CX-CNT > ZERO
007330        AND WK-LLAVE-BUSCA = WK-CX-LLAVE-ANT (WK-CX-CNT)
007340         GO TO 0230-FIN
007350     END-IF.
007360     IF WK-CX-CNT = ZERO
007370        OR WK-LLAVE-BUSCA > WK-CX-LLAVE-ANT (WK-CX-CNT)
007380         COMPUTE WK-CX-BAJO = WK-CX-CNT + 1
007390     ELSE
007400         PERFORM 0700-BUSCA-LLAVE THRU 0700-FIN
007410         IF WK-CX-HIT
007420             GO TO 0230-FIN
007430         END-IF
007440     END-IF.
007450     IF WK-CX-CNT >= WK-CX-MAX
007460         DISPLAY "SAMCNVDV LLAVES EXCEDEN LA TABLA"
007470         MOVE 16 TO RETURN-CODE
007480         STOP RUN
007490     END-IF.
007500     PERFORM 0235-CORRE-LLAVE THRU 0235-FIN
007510         VARYING WK-CX-J FROM WK-CX-CNT BY -1
007520         UNTIL WK-CX-J < WK-CX-BAJO.
007530     ADD 1 TO WK-CX-CNT.
007540     MOVE WK-LLAVE-BUSCA TO WK-CX-LLAVE-ANT (WK-CX-BAJO).
007550     MOVE SPACES         TO WK-CX-LLAVE-NVA (WK-CX-BAJO).
007560     MOVE 'N'            TO WK-CX-TAB-SW    (WK-CX-BAJO).
007570 0230-FIN.
007580     EXIT.
007590
007600 0235-CORRE-LLAVE.
007610     MOVE WK-CX-ENTRADA (WK-CX-J) TO WK-CX-ENTRADA (WK-CX-J + 1).
007620 0235-FIN.
007630     EXIT.
007640
007650******************************************************************
007660* 0300-ASIGNA-LLAVES                                             *
007670* RECORRE LA TABLA EN ORDEN Y DA A CADA LLAVE ANTERIOR LA        *
007680* SIGUIENTE BASE CON DIGITO VALIDO (SAMLLAVE FUNCION 'C').       *
007690******************************************************************
007700 0300-ASIGNA-LLAVES.
007710     MOVE ZERO TO WK-BASE-NVA.
007720     PERFORM 0305-ASIGNA-UNA THRU 0305-FIN
007730         VARYING WK-CX-I FROM 1 BY 1
007740         UNTIL WK-CX-I > WK-CX-CNT.
007750 0300-FIN.
007760     EXIT.
007770
007780 0305-ASIGNA-UNA.
007790     MOVE 'N' TO WK-LLAVE-RESULT-SW.
007800     PERFORM 0310-PRUEBA-BASE THRU 0310-FIN
007810         UNTIL WK-LLAVE-DV-VALIDA.
007820     MOVE WK-LLAVE-TRABAJO TO WK-CX-LLAVE-NVA (WK-CX-I).
007830     IF WK-CX-LLAVE-ANT (WK-CX-I) IS NOT NUMERIC
007840         ADD 1 TO WK-CONT-NO-NUMERICAS
007850         MOVE 'LLAVE NO NUMERICA CONVERTIDA' TO WK-DESC-LINEA
007860         MOVE WK-CX-LLAVE-ANT (WK-CX-I) TO WK-LLAVE-BUSCA
007870         PERFORM 0800-LINEA-DETALLE THRU 0800-FIN
007880     END-IF.
007890 0305-FIN.
007900     EXIT.
007910
007920 0310-PRUEBA-BASE.
007930     IF WK-BASE-NVA = 99999
007940         DISPLAY "SAMCNVDV SERIE DE LLAVES AGOTADA"
007950         MOVE 16 TO RETURN-CODE
007960         STOP RUN
007970     END-IF.
007980     ADD 1 TO WK-BASE-NVA.
007990     MOVE 'C'         TO WK-LLAVE-FUNCION.
008000     MOVE WK-BASE-NVA TO WK-LLAVE-TRABAJO(1:5).
008010     MOVE '0'         TO WK-LLAVE-TRABAJO(6:1).
008020     CALL 'SAMLLAVE' USING WK-LLAVE-FUNCION,
008030                           WK-LLAVE-TRABAJO,
008040                           WK-LLAVE-RESULT-SW
008050     END-CALL.
008060 0310-FIN.
008070     EXIT.
008080
008090******************************************************************
008100* 0320-GRABA-EQUIVALENCIA                                        *
008110******************************************************************
008120 0320-GRABA-EQUIVALENCIA.
008130     MOVE SPACES                     TO SAM-XWLK-RECORD.
008140     MOVE WK-CX-LLAVE-ANT (WK-CX-I)  TO XWLK-LLAVE-ANT.
008150     MOVE WK-CX-LLAVE-NVA (WK-CX-I)  TO XWLK-LLAVE-NVA.
008160     MOVE WK-DATE-CURR               TO XWLK-FECHA.
008170     WRITE SAM-XWLK-RECORD.
008180 0320-FIN.
008190     EXIT.
008200
008210******************************************************************
008220* 0330-REABRE-MAESTRO                                            *
008230* SEGUNDA LECTURA DEL MAESTRO ANTERIOR, AHORA PARA CONVERTIRLO.  *
008240******************************************************************
008250 0330-REABRE-MAESTRO.
008260     CLOSE FILE-ANT.
008270     OPEN INPUT  FILE-ANT.
008280     OPEN OUTPUT SAM-FILE.
008290     IF WS-FILE-ANT-STATUS NOT = '00'
008300         DISPLAY "ERROR AL ABRIR FILE-ANT      STATUS "
008310                 WS-FILE-ANT-STATUS
008320         MOVE 16 TO RETURN-CODE
008330         STOP RUN
008340     END-IF.
008350     IF WS-SAM-FILE-STATUS NOT = '00'
008360         DISPLAY "ERROR AL CREAR SAM-FILE      STATUS "
008370                 WS-SAM-FILE-STATUS
008380         MOVE 16 TO RETURN-CODE
008390         STOP RUN
008400     END-IF.
008410     PERFORM 0120-LEE-FILE-ANT THRU 0120-FIN.
008420 0330-FIN.
008430     EXIT.
008440
008450******************************************************************
008460* 0340-CONVIERTE-MAESTRO                                         *
008470* LA EQUIVALENCIA RESPETA EL ORDEN, ASI QUE EL MAESTRO NUEVO SE  *
008480* CARGA EN SECUENCIA IGUAL QUE EN SAMCONV.                       *
008490******************************************************************
008500 0340-CONVIERTE-MAESTRO.
008510     IF ANT-KEY-NUMBER = SPACES
008520         MOVE 'LLAVE EN BLANCO - NO SE CARGA' TO WK-DESC-LINEA
008530         MOVE ANT-KEY-NUMBER TO WK-LLAVE-BUSCA
008540         PERFORM 0800-LINEA-DETALLE THRU 0800-FIN
008550         GO TO 0340-LEE
008560     END-IF.
008570     MOVE ANT-KEY-NUMBER TO WK-LLAVE-BUSCA.
008580     PERFORM 0700-BUSCA-LLAVE THRU 0700-FIN.
008590     MOVE FILE-ANT-RECORD TO SAM-FILE-RECORD.
008600     MOVE WK-CX-LLAVE-NVA (WK-CX-MEDIO) TO SAM-FILE-KEY-NUMBER.
008610     WRITE SAM-FILE-RECORD
008620         INVALID KEY
008630             DISPLAY "SAMCNVDV ERROR EN WRITE LLAVE "
008640                     SAM-FILE-KEY-NUMBER
008650                     " STATUS " WS-SAM-FILE-STATUS
008660             MOVE 16 TO RETURN-CODE
008670             STOP RUN
008680     END-WRITE.
008690     ADD 1 TO WK-CONT-FILE-CARGADOS.
008700 0340-LEE.
008710     PERFORM 0120-LEE-FILE-ANT THRU 0120-FIN.
008720 0340-FIN.
008730     EXIT.
008740
008750******************************************************************
008760* 0360-GRABA-CONTROL                                             *
008770* DEJA LA SERIE 'CLIENTES' DE SAM-LLCT EN LA ULTIMA BASE USADA.  *
008780******************************************************************
008790 0360-GRABA-CONTROL.
008800     OPEN OUTPUT SAM-LLCT-FILE.
008810     IF WS-SAM-LLCT-STATUS NOT = '00'
008820         DISPLAY "ERROR AL CREAR SAM-LLCT-FILE STATUS "
008830                 WS-SAM-LLCT-STATUS
008840         MOVE 16 TO RETURN-CODE
008850         STOP RUN
008860     END-IF.
008870     MOVE SPACES       TO SAM-LLCT-RECORD.
008880     MOVE 'CLIENTES'   TO LLCT-LLAVE.
008890     MOVE WK-BASE-NVA  TO LLCT-ULTIMA-BASE.
008900     MOVE WK-CX-CNT    TO LLCT-CONT-ASIGNADAS.
008910     MOVE WK-DATE-CURR TO LLCT-FECHA-ULT.
008920     WRITE SAM-LLCT-RECORD
008930         INVALID KEY
008940             DISPLAY "SAMCNVDV ERROR EN WRITE DE SAM-LLCT "
008950                     WS-SAM-LLCT-STATUS
008960             MOVE 16 TO RETURN-CODE
008970             STOP RUN
008980     END-WRITE.
008990     CLOSE SAM-LLCT-FILE.
009000 0360-FIN.
009010     EXIT.
009020
009030******************************************************************
009040* 0400-CONVIERTE-HIST                                            *
009050******************************************************************
009060 0400-CONVIERTE-HIST.
009070     ADD 1 TO WK-CONT-LEIDOS.
009080     MOVE HENT-KEY-NUMBER TO WK-LLAVE-BUSCA.
009090     PERFORM 0710-TRADUCE-LLAVE THRU 0710-FIN.
009100     MOVE WK-LLAVE-BUSCA TO HENT-KEY-NUMBER.
009110     MOVE HIST-ENT-RECORD TO HIST-SAL-RECORD.
009120     WRITE HIST-SAL-RECORD.
009130     PERFORM 0122-LEE-HIST-ENT THRU 0122-FIN.
009140 0400-FIN.
009150     EXIT.
009160
009170******************************************************************
009180* 0450-CONVIERTE-RETA                                            *
009190******************************************************************
009200 0450-CONVIERTE-RETA.
009210     ADD 1 TO WK-CONT-LEIDOS.
009220     MOVE RETA-KEY-NUMBER TO WK-LLAVE-BUSCA.
009230     PERFORM 0710-TRADUCE-LLAVE THRU 0710-FIN.
009240     MOVE WK-LLAVE-BUSCA TO RETA-KEY-NUMBER.
009250     MOVE SAM-RETA-RECORD TO RETA-SAL-RECORD.
009260     WRITE RETA-SAL-RECORD.
009270     PERFORM 0124-LEE-SAM-RETA THRU 0124-FIN.
009280 0450-FIN.
009290     EXIT.
009300
009310******************************************************************
009320* 0500-CONVIERTE-XTRC                                            *
009330* EL HEADER PASA IGUAL; CADA DETALLE CAMBIA DE LLAVE Y SUMA AL   *
009340* HASH (MISMO CRITERIO QUE COBOLSQL: SUMA DE LLAVES NUMERICAS);  *
009350* EL TRAILER CONSERVA LA CUENTA Y LLEVA EL HASH RECALCULADO.     *
009360******************************************************************
009370 0500-CONVIERTE-XTRC.
009380     ADD 1 TO WK-CONT-LEIDOS.
009390     EVALUATE TRUE
009400         WHEN XTRC-ES-DETALLE
009410              ADD 1 TO WK-CONT-XTRC-DET
009420              MOVE XTRC-D-KEY TO WK-LLAVE-BUSCA
009430              PERFORM 0710-TRADUCE-LLAVE THRU 0710-FIN
009440              MOVE WK-LLAVE-BUSCA TO XTRC-D-KEY
009450              IF XTRC-D-KEY IS NUMERIC
009460                  MOVE XTRC-D-KEY TO WK-LLAVE-NUM
009470                  ADD WK-LLAVE-NUM TO WK-XTRC-HASH
009480              END-IF
009490         WHEN XTRC-ES-TRAILER
009500              MOVE 'Y' TO WK-TRAILER-SW
009510              IF XTRC-T-CUENTA NOT = WK-CONT-XTRC-DET
009520                  MOVE 'CUENTA DEL TRAILER NO CUADRA'
009521                    TO WK-DESC-LINEA
009530                  MOVE SPACES TO WK-LLAVE-BUSCA
009540                  PERFORM 0800-LINEA-DETALLE THRU 0800-FIN
009550                  MOVE 8 TO RETURN-CODE
009560              END-IF
009570              MOVE WK-XTRC-HASH TO XTRC-T-HASH
009580     END-EVALUATE.
009590     MOVE XTRC-HEADER-RECORD TO XTRC-SAL-RECORD.
009600     WRITE XTRC-SAL-RECORD.
009610     PERFORM 0128-LEE-XTRC-ENT THRU 0128-FIN.
009620 0500-FIN.
009630     EXIT.
009640
009650 0520-VERIFICA-TRAILER.
009660     IF NOT WK-TRAILER-VISTO
009670         MOVE 'EXTRACTO SIN TRAILER' TO WK-DESC-LINEA
009680         MOVE SPACES TO WK-LLAVE-BUSCA
009690         PERFORM 0800-LINEA-DETALLE THRU 0800-FIN
009700         MOVE 8 TO RETURN-CODE
009710     END-IF.
009720 0520-FIN.
009730     EXIT.
009740
009750******************************************************************
009760* 0600-TABLA-A-TEMPORAL                                          *
009770* PRIMERA PASADA: SAM_ID ANTERIOR -> 'C' MAS LA BASE NUEVA. LA   *
009780* TEMPORAL NO ES NUMERICA, ASI QUE NO PUEDE CHOCAR CON NINGUNA   *
009790* LLAVE DE CLIENTE, Y ES UNICA PORQUE LA BASE LO ES.             *
009800******************************************************************
009810 0600-TABLA-A-TEMPORAL.
009820     MOVE WK-CX-LLAVE-ANT (WK-CX-I) TO SAM-ID.
009830     MOVE 'C'                       TO WK-SAM-ID-TEMP(1:1).
009840     MOVE WK-CX-LLAVE-NVA (WK-CX-I) (1:5)
009850                                    TO WK-SAM-ID-TEMP(2:5).
009860     EXEC SQL
009870         UPDATE SAM-TAB
009880            SET SAM_ID = :WK-SAM-ID-TEMP
009890          WHERE SAM_ID = :SAM-ID
009900     END-EXEC.
009910     EVALUATE TRUE
009920         WHEN SQLCODE = ZERO
009930              MOVE 'Y' TO WK-CX-TAB-SW (WK-CX-I)
009940              ADD 1 TO WK-CONT-TAB-TEMP
009950         WHEN SQLCODE = 100
009960              ADD 1 TO WK-CONT-TAB-SIN
009970         WHEN OTHER
009980              MOVE 'UPDATE TEMP' TO WK-OPERACION-SQL
009990              PERFORM 0850-ERROR-SQL THRU 0850-FIN
010000     END-EVALUATE.
010010 0600-FIN.
010020     EXIT.
010030
010040******************************************************************
010050* 0620-TABLA-A-NUEVA                                             *
010060* SEGUNDA PASADA: TEMPORAL -> LLAVE NUEVA, SOLO PARA LOS         *
010070* RENGLONES QUE SI SE MOVIERON EN LA PRIMERA.                    *
010080******************************************************************
010090 0620-TABLA-A-NUEVA.
010100     IF WK-CX-TAB-SW (WK-CX-I) NOT = 'Y'
010110         GO TO 0620-FIN
010120     END-IF.
010130     MOVE 'C'                       TO WK-SAM-ID-TEMP(1:1).
010140     MOVE WK-CX-LLAVE-NVA (WK-CX-I) (1:5)
010150                                    TO WK-SAM-ID-TEMP(2:5).
010160     MOVE WK-CX-LLAVE-NVA (WK-CX-I) TO SAM-ID.
010170     EXEC SQL
010180         UPDATE SAM-TAB
010190            SET SAM_ID = :SAM-ID
010200          WHERE SAM_ID = :WK-SAM-ID-TEMP
010210     END-EXEC.
010220     IF SQLCODE NOT = ZERO
010230         MOVE 'UPDATE NUEVA' TO WK-OPERACION-SQL
010240         PERFORM 0850-ERROR-SQL THRU 0850-FIN
010250     END-IF.
010260     ADD 1 TO WK-CONT-TAB-NVA.
010270 0620-FIN.
010280     EXIT.
010290
010300 0640-COMMIT-SQL.
010310     EXEC SQL
010320         COMMIT
010330     END-EXEC.
010340     IF SQLCODE NOT = ZERO
010350         MOVE 'COMMIT'      TO WK-OPERACION-SQL
010360         PERFORM 0850-ERROR-SQL THRU 0850-FIN
010370     END-IF.
010380 0640-FIN.
010390     EXIT.
010400
010410******************************************************************
010420* 0700-BUSCA-LLAVE                                               *
010430* BUSQUEDA BINARIA DE WK-LLAVE-BUSCA. SI LA ENCUENTRA DEJA SU    *
010440* POSICION EN WK-CX-MEDIO; SI NO, WK-CX-BAJO QUEDA EN LA         *
010450* POSICION DONDE TENDRIA QUE IR.                                 *
010460******************************************************************
010470 0700-BUSCA-LLAVE.
010480     MOVE 'N'       TO WK-CX-HIT-SW.
010490     MOVE 1         TO WK-CX-BAJO.
010500     MOVE WK-CX-CNT TO WK-CX-ALTO.
010510     PERFORM 0705-PARTE-TABLA THRU 0705-FIN
010520         UNTIL WK-CX-BAJO > WK-CX-ALTO OR WK-CX-HIT.
010530 0700-FIN.
010540     EXIT.
010550
010560 0705-PARTE-TABLA.
010570     COMPUTE WK-CX-MEDIO = (WK-CX-BAJO + WK-CX-ALTO) / 2.
010580     EVALUATE TRUE
010590         WHEN WK-CX-LLAVE-ANT (WK-CX-MEDIO) = WK-LLAVE-BUSCA
010600              MOVE 'Y' TO WK-CX-HIT-SW
010610         WHEN WK-CX-LLAVE-ANT (WK-CX-MEDIO) < WK-LLAVE-BUSCA
010620              COMPUTE WK-CX-BAJO = WK-CX-MEDIO + 1
010630         WHEN OTHER
010640              IF WK-CX-MEDIO = 1
010650                  MOVE ZERO TO WK-CX-ALTO
010660              ELSE
010670                  COMPUTE WK-CX-ALTO = WK-CX-MEDIO - 1
010680              END-IF
010690     END-EVALUATE.
010700 0705-FIN.
010710     EXIT.
010720
010730******************************************************************
010740* 0710-TRADUCE-LLAVE                                             *
010750* CAMBIA WK-LLAVE-BUSCA POR SU LLAVE NUEVA. SIN EQUIVALENCIA LA  *
010760* LLAVE SE DEJA COMO VENIA, SE LISTA Y EL PASO TERMINA EN 8.     *
010770******************************************************************
010780 0710-TRADUCE-LLAVE.
010790     PERFORM 0700-BUSCA-LLAVE THRU 0700-FIN.
010800     IF WK-CX-HIT
010810         MOVE WK-CX-LLAVE-NVA (WK-CX-MEDIO) TO WK-LLAVE-BUSCA
010820         ADD 1 TO WK-CONT-CONVERTIDOS
010830     ELSE
010840         ADD 1 TO WK-CONT-SIN-EQUIV
010850         MOVE 'LLAVE SIN EQUIVALENCIA' TO WK-DESC-LINEA
010860         PERFORM 0800-LINEA-DETALLE THRU 0800-FIN
010870     END-IF.
010880 0710-FIN.
010890     EXIT.
010900
010910******************************************************************
010920* 0800-LINEA-DETALLE                                             *
010930******************************************************************
010940 0800-LINEA-DETALLE.
010950     IF WK-LINEA-ACTUAL >= WK-MAX-LINEAS
010960         PERFORM 0150-ENCABEZADO-RPT THRU 0150-FIN
010970     END-IF.
010980     MOVE SPACES TO SAM-CNVD-RECORD.
010990     STRING WK-LLAVE-BUSCA  DELIMITED BY SIZE
011000            '  '            DELIMITED BY SIZE
011010            WK-DESC-LINEA   DELIMITED BY SIZE
011020       INTO SAM-CNVD-RECORD.
011030     WRITE SAM-CNVD-RECORD AFTER ADVANCING 1 LINE.
011040     ADD 1 TO WK-LINEA-ACTUAL.
011050 0800-FIN.
011060     EXIT.
011070
011080******************************************************************
011090* 0150-ENCABEZADO-RPT                                            *
011100******************************************************************
011110 0150-ENCABEZADO-RPT.
011120     ADD 1 TO WK-PAGINA.
011130     MOVE WK-PAGINA TO WK-PAGINA-ED.
011140
011150     MOVE SPACES TO SAM-CNVD-RECORD.
011160     IF WK-PAGINA = 1
011170         WRITE SAM-CNVD-RECORD AFTER ADVANCING 1 LINE
011180     ELSE
011190         WRITE SAM-CNVD-RECORD AFTER ADVANCING PAGE
011200     END-IF.
011210
011220     MOVE SPACES TO SAM-CNVD-RECORD.
011230     STRING 'SAMCNVDV'   DELIMITED BY SIZE
011240            ' - CONVERSION DE LLAVES A DIGITO VERIFICADOR'
011250                         DELIMITED BY SIZE
011260            ' - FECHA: ' DELIMITED BY SIZE
011270            WK-DATE-CURR DELIMITED BY SIZE
011280       INTO SAM-CNVD-RECORD.
011290     WRITE SAM-CNVD-RECORD AFTER ADVANCING 1 LINE.
011300
011310     MOVE SPACES TO SAM-CNVD-RECORD.
011320     STRING 'PAGINA: '    DELIMITED BY SIZE
011330            WK-PAGINA-ED  DELIMITED BY SIZE
011340            '  FUNCION: ' DELIMITED BY SIZE
011350            WK-FUNCION    DELIMITED BY SIZE
011360       INTO SAM-CNVD-RECORD.
011370     WRITE SAM-CNVD-RECORD AFTER ADVANCING 1 LINE.
011380
011390     MOVE SPACES TO SAM-CNVD-RECORD.
011400     WRITE SAM-CNVD-RECORD AFTER ADVANCING 1 LINE.
011410
011420     MOVE 4 TO WK-LINEA-ACTUAL.
011430 0150-FIN.
011440     EXIT.
011450
011460******************************************************************
011470* 0850-ERROR-SQL                                                 *
011480* ERROR IRRECUPERABLE DE SQL: SE DESHACE TODA LA FUNCION 'T'     *
011490* (NINGUN RENGLON QUEDA CON LLAVE TEMPORAL) Y SE DETIENE EL JOB  *
011500* CON RETURN-CODE 12. SE PUEDE VOLVER A CORRER TAL CUAL.         *
011510******************************************************************
011520 0850-ERROR-SQL.
011530     MOVE SQLCODE TO WK-SQLCODE-ED.
011540     DISPLAY "SAMCNVDV ERROR SQL EN " WK-OPERACION-SQL.
011550     DISPLAY "SAM-ID " SAM-ID " SQLCODE " WK-SQLCODE-ED.
011560     EXEC SQL
011570         ROLLBACK
011580     END-EXEC.
011590     MOVE 12 TO RETURN-CODE.
011600     STOP RUN.
011610 0850-FIN.
011620     EXIT.
011630
011640******************************************************************
011650* 0950-TOTALES-CONTROL                                           *
011660* CADA FUNCION IMPRIME SUS PROPIOS CONTEOS. EN LAS FUNCIONES DE  *
011670* ARCHIVO LEIDOS = CONVERTIDOS + SIN EQUIVALENCIA (MAS HEADER Y  *
011680* TRAILER EN EL EXTRACTO).                                       *
011690******************************************************************
011700 0950-TOTALES-CONTROL.
011710     MOVE SPACES TO SAM-CNVD-RECORD.
011720     WRITE SAM-CNVD-RECORD AFTER ADVANCING 1 LINE.
011730
011740     MOVE 'TOTAL EQUIVALENCIAS         : ' TO WK-CONT-ETIQUETA.
011750     MOVE WK-CX-CNT TO WK-CONT-ED.
011760     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
011770
011780     EVALUATE TRUE
011790         WHEN WK-FUNCION-MAESTRO
011800              MOVE 'SAM-FILE ANTERIOR LEIDOS    : '
011810                TO WK-CONT-ETIQUETA
011820              MOVE WK-CONT-FILE-LEIDOS TO WK-CONT-ED
011830              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
011840              MOVE 'SAM-FILE NUEVO CARGADOS     : '
011850                TO WK-CONT-ETIQUETA
011860              MOVE WK-CONT-FILE-CARGADOS TO WK-CONT-ED
011870              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
011880              MOVE 'IMAGENES SAM-HIST REVISADAS : '
011890                TO WK-CONT-ETIQUETA
011900              MOVE WK-CONT-HIST-LEIDOS TO WK-CONT-ED
011910              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
011920              MOVE 'REGISTROS SAM-RETA REVISADOS: '
011930                TO WK-CONT-ETIQUETA
011940              MOVE WK-CONT-RETA-LEIDOS TO WK-CONT-ED
011950              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
011960              MOVE 'LLAVES NO NUMERICAS CONVERT.: '
011970                TO WK-CONT-ETIQUETA
011980              MOVE WK-CONT-NO-NUMERICAS TO WK-CONT-ED
011990              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
012000              MOVE 'ULTIMA BASE ASIGNADA        : '
012010                TO WK-CONT-ETIQUETA
012020              MOVE WK-BASE-NVA TO WK-CONT-ED
012030              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
012040         WHEN WK-FUNCION-TABLA
012050              MOVE 'RENGLONES A LLAVE TEMPORAL  : '
012060                TO WK-CONT-ETIQUETA
012070              MOVE WK-CONT-TAB-TEMP TO WK-CONT-ED
012080              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
012090              MOVE 'RENGLONES A LLAVE NUEVA     : '
012100                TO WK-CONT-ETIQUETA
012110              MOVE WK-CONT-TAB-NVA TO WK-CONT-ED
012120              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
012130              MOVE 'LLAVES SIN RENGLON EN TABLA : '
012140                TO WK-CONT-ETIQUETA
012150              MOVE WK-CONT-TAB-SIN TO WK-CONT-ED
012160              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
012170         WHEN OTHER
012180              MOVE 'REGISTROS LEIDOS            : '
012190                TO WK-CONT-ETIQUETA
012200              MOVE WK-CONT-LEIDOS TO WK-CONT-ED
012210              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
012220              MOVE 'LLAVES CONVERTIDAS          : '
012230                TO WK-CONT-ETIQUETA
012240              MOVE WK-CONT-CONVERTIDOS TO WK-CONT-ED
012250              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
012260              MOVE 'LLAVES SIN EQUIVALENCIA     : '
012270                TO WK-CONT-ETIQUETA
012280              MOVE WK-CONT-SIN-EQUIV TO WK-CONT-ED
012290              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
012300     END-EVALUATE.
012310 0950-FIN.
012320     EXIT.
012330
012340 0960-LINEA-TOTAL.
012350     MOVE SPACES TO SAM-CNVD-RECORD.
012360     STRING WK-CONT-ETIQUETA DELIMITED BY SIZE
012370            WK-CONT-ED       DELIMITED BY SIZE
012380       INTO SAM-CNVD-RECORD.
012390     WRITE SAM-CNVD-RECORD AFTER ADVANCING 1 LINE.
012400 0960-FIN.
012410     EXIT.
012420
012430******************************************************************
012440* 0900-TERMINA                                                   *
012450******************************************************************
012460 0900-TERMINA.
012470     PERFORM 0950-TOTALES-CONTROL THRU 0950-FIN.
012480     CLOSE SAM-CNVD-FILE.
012490     EVALUATE TRUE
012500         WHEN WK-FUNCION-MAESTRO
012510              CLOSE FILE-ANT
012520              CLOSE SAM-FILE
012530              CLOSE SAM-XWLK-FILE
012540              IF NOT WK-HIST-AUSENTE
012550                  CLOSE HIST-ENT-FILE
012560              END-IF
012570              IF NOT WK-RETA-AUSENTE
012580                  CLOSE SAM-RETA-FILE
012590              END-IF
012600         WHEN WK-FUNCION-HISTORICO
012610              CLOSE HIST-ENT-FILE
012620              CLOSE HIST-SAL-FILE
012630         WHEN WK-FUNCION-RETENCION
012640              CLOSE SAM-RETA-FILE
012650              CLOSE RETA-SAL-FILE
012660         WHEN WK-FUNCION-EXTRACTO
012670              CLOSE XTRC-ENT-FILE
012680              CLOSE XTRC-SAL-FILE
012690     END-EVALUATE.
012700     IF WK-CONT-SIN-EQUIV > ZERO
012710         MOVE 8 TO RETURN-CODE
012720     END-IF.
012730     DISPLAY "SAMCNVDV FIN PROCESO".
012740 0900-FIN.
012750     EXIT.
