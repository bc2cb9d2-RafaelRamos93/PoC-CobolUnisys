000010******************************************************************
000020* SAMCONSO                                                       *
000030*                                                                *
000040* CONSOLIDACION DE LA CORRIDA POR PARTICIONES DE COBOLSQL.       *
000050* CADA PARTICION CORRE COMO UN PASO CONCURRENTE SOBRE SU RANGO   *
000060* DE LLAVES (PARM COL 28-41 DE COBOLSQL) CON SUS PROPIOS         *
000070* ARCHIVOS; ESTE PASO LOS JUNTA EN LOS ARCHIVOS DEL DIA QUE      *
000080* ESPERAN LOS PASOS SIGUIENTES DE LA MALLA.                      *
000090*                                                                *
000100* ANTES DE TOCAR NADA VALIDA EN SAM-CTRL QUE TODOS LOS JOBS DE   *
000110* PARTICION DEL PARM ESTEN COMPLETADOS ('C') PARA LA FECHA Y CON *
000120* RETURN-CODE MENOR A 8. SI FALTA ALGUNO, NO ABRE NINGUNA SALIDA *
000130* Y TERMINA CON RETURN-CODE 8: LA PARTICION QUE FALLO SE         *
000140* RECORRE SOLA CON SU RESTART Y ESTE PASO SE VUELVE A CORRER.    *
000150*                                                                *
000160* LAS ENTRADAS LLEGAN CONCATENADAS EN EL JCL EN ORDEN DE         *
000170* PARTICION (LA 01 PRIMERO), IGUAL PARA TODOS LOS DD. COMO LOS   *
000180* RANGOS SON ASCENDENTES Y NO SE TRASLAPAN, LA CONCATENACION     *
000190* QUEDA EN ORDEN DE LLAVE:                                       *
000200* - SAM-XTRC: SE VALIDA QUE CADA PARTICION TRAIGA HEADER, SUS    *
000210*   DETALLES Y TRAILER, EN ORDEN Y CON RANGOS CONTIGUOS DE       *
000220*   000000 A 999999, Y QUE SU TRAILER CUADRE. SALE UN SOLO       *
000230*   EXTRACTO CON UN HEADER Y UN TRAILER CON CUENTA Y SUMA HASH   *
000240*   RECALCULADAS. UN DETALLE REPETIDO POR EL RESTART DE UNA      *
000250*   PARTICION (LLAVE QUE NO AVANZA) SE OMITE.                    *
000260* - SAM-HIST, SAM-AUDT, SAM-EXCP Y SAM-ERRQ: SE COPIAN EN ESE    *
000270*   ORDEN; LAS LLAVES QUE REGRESAN (TRAMOS REPETIDOS POR RESTART,*
000280*   QUE SAMARCHI DEPURA EN EL HISTORICO) SOLO SE CUENTAN.        *
000290* - SAM-STAT: LOS REGISTROS DE RUN-STATS DE LAS PARTICIONES SE   *
000300*   SUMAN EN EL REGISTRO UNICO DEL DIA CON EL FORMATO DE         *
000310*   SIEMPRE, PARA SAMCICLO Y SAMTREND. EN REFRESCO EL CUADRE DE  *
000320*   RENGLONES SE HACE SOBRE LA TABLA COMPLETA: LA SUMA DE LAS    *
000330*   CUENTAS INICIALES DE LOS RANGOS (TRAILER DE CADA PARTICION)  *
000340*   MAS TODAS LAS ALTAS DEBE DAR LA CUENTA ACTUAL DE SAM-TAB.    *
000350*                                                                *
000360* CUALQUIER ERROR DE ESTRUCTURA O FALTA DE CUADRE SE LISTA EN    *
000370* SAM-CONR Y DEJA EL REGISTRO DEL DIA Y EL PASO EN RETURN-CODE 8,*
000380* PARA QUE SAMCICLO NO DEJE PASAR A LOS SIGUIENTES JOBS.         *
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.    SAMCONSO.
000420 AUTHOR.        R ALVARADO.
000430 INSTALLATION.  DEPTO DE SISTEMAS.
000440 DATE-WRITTEN.  10/15/2026.
000450 DATE-COMPILED. 10/15/2026.
000460*----------------------------------------------------------------
000470* MODIFICATION HISTORY
000480*----------------------------------------------------------------
000490* 10/15/2026  RAV  VERSION ORIGINAL - CONSOLIDACION DE EXTRACTO,
000500*                  HISTORICO, AUDITORIA, EXCEPCIONES, COLA DE
000510*                  ERRORES Y RUN-STATS DE LAS PARTICIONES DE
000520*                  COBOLSQL, CON CUADRE DE SAM-TAB COMPLETA.
000530*----------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570
000580     SELECT SAM-CTRL-FILE
000590         ASSIGN TO "SAM-CTRL"
000600         ORGANIZATION IS INDEXED
000610         RECORD KEY IS CTRL-LLAVE
000620         ACCESS MODE IS DYNAMIC
000630         FILE STATUS IS WS-SAM-CTRL-STATUS.
000640
000650     SELECT XTRC-ENT-FILE
000660         ASSIGN TO "SAM-XTRC"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-XTRC-ENT-STATUS.
000690
000700     SELECT XTRC-SAL-FILE
000710         ASSIGN TO "SAM-XTRC-SAL"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-XTRC-SAL-STATUS.
000740
000750     SELECT HIST-ENT-FILE
000760         ASSIGN TO "SAM-HIST"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-HIST-ENT-STATUS.
000790
000800     SELECT HIST-SAL-FILE
000810         ASSIGN TO "SAM-HIST-SAL"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-HIST-SAL-STATUS.
000840
000850     SELECT AUDT-ENT-FILE
000860         ASSIGN TO "SAM-AUDT"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-AUDT-ENT-STATUS.
000890
000900     SELECT AUDT-SAL-FILE
000910         ASSIGN TO "SAM-AUDT-SAL"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-AUDT-SAL-STATUS.
000940
000950     SELECT EXCP-ENT-FILE
000960         ASSIGN TO "SAM-EXCP"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-EXCP-ENT-STATUS.
000990
001000     SELECT EXCP-SAL-FILE
001010         ASSIGN TO "SAM-EXCP-SAL"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-EXCP-SAL-STATUS.
001040
001050     SELECT ERRQ-ENT-FILE
001060         ASSIGN TO "SAM-ERRQ"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-ERRQ-ENT-STATUS.
001090
001100     SELECT ERRQ-SAL-FILE
001110         ASSIGN TO "SAM-ERRQ-SAL"
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-ERRQ-SAL-STATUS.
001140
001150     SELECT STAT-ENT-FILE
001160         ASSIGN TO "SAM-STAT"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WS-STAT-ENT-STATUS.
001190
001200     SELECT STAT-SAL-FILE
001210         ASSIGN TO "SAM-STAT-SAL"
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-STAT-SAL-STATUS.
001240
001250     SELECT SAM-CONR-FILE
001260         ASSIGN TO "SAM-CONR"
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS WS-SAM-CONR-STATUS.
001290
001300 DATA DIVISION.
001310 FILE SECTION.
001320
001330 FD  SAM-CTRL-FILE
001340     DATA RECORD IS SAM-CTRL-RECORD
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 80 CHARACTERS.
001370 01  SAM-CTRL-RECORD.
001380     05 CTRL-LLAVE.
001390        10 CTRL-FECHA-PROCESO PIC X(10).
001400        10 CTRL-JOB           PIC X(08).
001410     05 CTRL-ESTADO           PIC X(01).
001420        88 CTRL-EN-EJECUCION           VALUE 'E'.
001430        88 CTRL-COMPLETADA             VALUE 'C'.
001440     05 CTRL-RETURN-CODE      PIC 9(02).
001450     05 CTRL-FECHA-INICIO     PIC X(10).
001460     05 CTRL-FECHA-FIN        PIC X(10).
001470     05 CTRL-HORA-INICIO      PIC 9(06).
001480     05 CTRL-HORA-FIN         PIC 9(06).
001490     05 CTRL-PASO-FALLIDO     PIC X(08).
001500     05 CTRL-CORRIDAS         PIC 9(02).
001510     05 FILLER                PIC X(17).
001520
001530******************************************************************
001540* EXTRACTO DE UNA PARTICION: EL HEADER TRAE EL NUMERO Y EL RANGO *
001550* DE LLAVES Y EL TRAILER LAS CUENTAS DE SAM-TAB DEL RANGO AL     *
001560* ARRANQUE Y AL FINAL, ADEMAS DE LA CUENTA Y LA SUMA HASH.       *
001570******************************************************************
001580 FD  XTRC-ENT-FILE
001590     LABEL RECORDS ARE STANDARD
001600     RECORD CONTAINS 203 CHARACTERS.
001610 01  XTRC-ENT-HEADER.
001620     05 XTRC-H-TIPO             PIC X(01).
001630     05 XTRC-H-FILE-ID          PIC X(08).
001640     05 XTRC-H-FECHA            PIC X(10).
001650     05 XTRC-H-PARTICION        PIC 9(02).
001660     05 XTRC-H-LLAVE-INI        PIC 9(06).
001670     05 XTRC-H-LLAVE-FIN        PIC 9(06).
001680     05 FILLER                  PIC X(170).
001690 01  XTRC-ENT-DETALLE.
001700     05 XTRC-D-TIPO             PIC X(01).
001710     05 XTRC-D-KEY              PIC X(06).
001720     05 FILLER                  PIC X(196).
001730 01  XTRC-ENT-TRAILER.
001740     05 XTRC-T-TIPO             PIC X(01).
001750     05 XTRC-T-CUENTA           PIC 9(09).
001760     05 XTRC-T-HASH             PIC 9(15).
001770     05 XTRC-T-TAB-CUENTA-INI   PIC 9(09).
001780     05 XTRC-T-TAB-CUENTA-FIN   PIC 9(09).
001790     05 FILLER                  PIC X(160).
001800
001810 FD  XTRC-SAL-FILE
001820     LABEL RECORDS ARE STANDARD
001830     RECORD CONTAINS 203 CHARACTERS.
001840 01  XTRC-SAL-HEADER.
001850     05 XTRC-SH-TIPO            PIC X(01).
001860     05 XTRC-SH-FILE-ID         PIC X(08).
001870     05 XTRC-SH-FECHA           PIC X(10).
001880     05 FILLER                  PIC X(184).
001890 01  XTRC-SAL-DETALLE           PIC X(203).
001900 01  XTRC-SAL-TRAILER.
001910     05 XTRC-ST-TIPO            PIC X(01).
001920     05 XTRC-ST-CUENTA          PIC 9(09).
001930     05 XTRC-ST-HASH            PIC 9(15).
001940     05 FILLER                  PIC X(178).
001950
001960******************************************************************
001970* HISTORICO, AUDITORIA, EXCEPCIONES Y COLA DE ERRORES: SOLO SE   *
001980* COPIAN; DE CADA UNO BASTA LA LLAVE AL INICIO DEL REGISTRO.     *
001990******************************************************************
002000 FD  HIST-ENT-FILE
002010     LABEL RECORDS ARE STANDARD
002020     RECORD CONTAINS 127 CHARACTERS.
002030 01  HIST-ENT-RECORD.
002040     05 HIST-ENT-KEY            PIC X(06).
002050     05 FILLER                  PIC X(121).
002060
002070 FD  HIST-SAL-FILE
002080     LABEL RECORDS ARE STANDARD
002090     RECORD CONTAINS 127 CHARACTERS.
002100 01  HIST-SAL-RECORD            PIC X(127).
002110
002120 FD  AUDT-ENT-FILE
002130     LABEL RECORDS ARE STANDARD
002140     RECORD CONTAINS 167 CHARACTERS.
002150 01  AUDT-ENT-RECORD.
002160     05 AUDT-ENT-KEY            PIC X(06).
002170     05 FILLER                  PIC X(161).
002180
002190 FD  AUDT-SAL-FILE
002200     LABEL RECORDS ARE STANDARD
002210     RECORD CONTAINS 167 CHARACTERS.
002220 01  AUDT-SAL-RECORD            PIC X(167).
002230
002240 FD  EXCP-ENT-FILE
002250     LABEL RECORDS ARE STANDARD
002260     RECORD CONTAINS 40 CHARACTERS.
002270 01  EXCP-ENT-RECORD.
002280     05 EXCP-ENT-KEY            PIC X(06).
002290     05 FILLER                  PIC X(34).
002300
002310 FD  EXCP-SAL-FILE
002320     LABEL RECORDS ARE STANDARD
002330     RECORD CONTAINS 40 CHARACTERS.
002340 01  EXCP-SAL-RECORD            PIC X(40).
002350
002360 FD  ERRQ-ENT-FILE
002370     LABEL RECORDS ARE STANDARD
002380     RECORD CONTAINS 174 CHARACTERS.
002390 01  ERRQ-ENT-RECORD.
002400     05 ERRQ-ENT-KEY            PIC X(06).
002410     05 FILLER                  PIC X(168).
002420
002430 FD  ERRQ-SAL-FILE
002440     LABEL RECORDS ARE STANDARD
002450     RECORD CONTAINS 174 CHARACTERS.
002460 01  ERRQ-SAL-RECORD            PIC X(174).
002470
002480 FD  STAT-ENT-FILE
002490     LABEL RECORDS ARE STANDARD
002500     RECORD CONTAINS 122 CHARACTERS.
002510 01  STAT-ENT-RECORD.
002520     05 STAT-FECHA-PROCESO      PIC X(10).
002530     05 STAT-MODO               PIC X(01).
002540     05 STAT-CONT-PROCESADOS    PIC 9(09).
002550     05 STAT-CONT-ENCONTRADOS   PIC 9(09).
002560     05 STAT-CONT-EXCEPCIONES   PIC 9(09).
002570     05 STAT-CONT-LLAVE-INVAL   PIC 9(09).
002580     05 STAT-CONT-TRUNCADOS     PIC 9(09).
002590     05 STAT-CONT-INSERTADOS    PIC 9(09).
002600     05 STAT-CONT-ACTUALIZAD    PIC 9(09).
002610     05 STAT-CONT-XTRC          PIC 9(09).
002620     05 STAT-CONT-CAL-SEVERA    PIC 9(09).
002630     05 STAT-CONT-CAL-LEVE      PIC 9(09).
002640     05 STAT-CONT-CAL-OMITID    PIC 9(09).
002650     05 STAT-CONT-REINTENTOS    PIC 9(09).
002660     05 STAT-BALANCE            PIC X(01).
002670     05 STAT-RETURN-CODE        PIC 9(02).
002680
002690 FD  STAT-SAL-FILE
002700     LABEL RECORDS ARE STANDARD
002710     RECORD CONTAINS 122 CHARACTERS.
002720 01  STAT-SAL-RECORD            PIC X(122).
002730
002740 FD  SAM-CONR-FILE
002750     LABEL RECORDS ARE STANDARD
002760     RECORD CONTAINS 132 CHARACTERS.
002770 01  SAM-CONR-RECORD            PIC X(132).
002780
002790 WORKING-STORAGE SECTION.
002800
002810 EXEC SQL
002820      INCLUDE SQLCA
002830 END-EXEC.
002840
002850 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
002860
002870 01  WK-TAB-CUENTA            PIC S9(09) COMP.
002880
002890 EXEC SQL END DECLARE SECTION END-EXEC.
002900
002910 01  WK-AREA.
002920     05 WK-DATE-CURR.
002930        07 WK-DATE-MM         PIC XX   VALUE SPACES.
002940        07 FILLER             PIC X    VALUE '-'.
002950        07 WK-DATE-DD         PIC XX   VALUE SPACES.
002960        07 FILLER             PIC X    VALUE '-'.
002970        07 WK-DATE-YYYY       PIC X(04) VALUE SPACES.
002980     05 WK-FECHA-SISTEMA      PIC 9(08) VALUE ZERO.
002990     05 WK-FECHA-PROCESO.
003000        07 WK-PROC-MM         PIC XX   VALUE SPACES.
003010        07 FILLER             PIC X    VALUE '-'.
003020        07 WK-PROC-DD         PIC XX   VALUE SPACES.
003030        07 FILLER             PIC X    VALUE '-'.
003040        07 WK-PROC-YYYY       PIC X(04) VALUE SPACES.
003050     05 WK-LLAVE-NUM          PIC 9(06) VALUE ZERO.
003060     05 WK-LLAVE-ESPERADA     PIC 9(06) VALUE ZERO.
003070     05 WK-LLAVE-LEIDA        PIC X(06) VALUE SPACES.
003080     05 WK-LLAVE-PREVIA       PIC X(06) VALUE LOW-VALUES.
003090     05 WK-XTRC-ULTIMA        PIC X(06) VALUE LOW-VALUES.
003100     05 WK-MODO-DIA           PIC X(01) VALUE SPACE.
003110     05 WK-MENSAJE            PIC X(100) VALUE SPACES.
003120     05 WK-OPERACION-SQL      PIC X(12) VALUE SPACES.
003130     05 WK-SQLCODE-ED         PIC -(09)9.
003140
003150******************************************************************
003160* TABLA DE PARTICIONES, EN EL ORDEN DEL PARM (QUE ES EL ORDEN DE *
003170* LA CONCATENACION EN EL JCL). SE LLENA CON LO QUE DICEN         *
003180* SAM-CTRL, EL HEADER Y TRAILER DEL EXTRACTO DE CADA PARTICION Y *
003190* SU REGISTRO DE SAM-STAT.                                       *
003200******************************************************************
003210 01  WK-PT-TABLA.
003220     05 WK-PT-MAX             PIC 9(02) COMP VALUE 10.
003230     05 WK-PT-CNT             PIC 9(02) COMP VALUE ZERO.
003240     05 WK-PT-I               PIC 9(02) COMP VALUE ZERO.
003250     05 WK-PT-XTRC            PIC 9(02) COMP VALUE ZERO.
003260     05 WK-PT-STAT            PIC 9(02) COMP VALUE ZERO.
003270     05 WK-PT-ENTRADA         OCCURS 10 TIMES.
003280        10 WK-PT-JOB          PIC X(08).
003290        10 WK-PT-CTRL-RC      PIC 9(02).
003300        10 WK-PT-LLAVE-INI    PIC 9(06).
003310        10 WK-PT-LLAVE-FIN    PIC 9(06).
003320        10 WK-PT-XTRC-CNT     PIC 9(09) COMP.
003330        10 WK-PT-XTRC-HASH    PIC 9(15).
003340        10 WK-PT-TAB-INI      PIC 9(09) COMP.
003350        10 WK-PT-TAB-FIN      PIC 9(09) COMP.
003360        10 WK-PT-PROCESADOS   PIC 9(09) COMP.
003370        10 WK-PT-INSERTADOS   PIC 9(09) COMP.
003380        10 WK-PT-BALANCE      PIC X(01).
003390        10 WK-PT-RC           PIC 9(02).
003400
003410******************************************************************
003420* REGISTRO DE RUN-STATS DEL DIA - MISMO FORMATO QUE GRABA        *
003430* COBOLSQL (SAM-STAT DE 122 POSICIONES).                         *
003440******************************************************************
003450 01  WK-STAT-DIA.
003460     05 WK-ST-FECHA-PROCESO   PIC X(10).
003470     05 WK-ST-MODO            PIC X(01).
003480     05 WK-ST-PROCESADOS      PIC 9(09).
003490     05 WK-ST-ENCONTRADOS     PIC 9(09).
003500     05 WK-ST-EXCEPCIONES     PIC 9(09).
003510     05 WK-ST-LLAVE-INVAL     PIC 9(09).
003520     05 WK-ST-TRUNCADOS       PIC 9(09).
003530     05 WK-ST-INSERTADOS      PIC 9(09).
003540     05 WK-ST-ACTUALIZAD      PIC 9(09).
003550     05 WK-ST-XTRC            PIC 9(09).
003560     05 WK-ST-CAL-SEVERA      PIC 9(09).
003570     05 WK-ST-CAL-LEVE        PIC 9(09).
003580     05 WK-ST-CAL-OMITID      PIC 9(09).
003590     05 WK-ST-REINTENTOS      PIC 9(09).
003600     05 WK-ST-BALANCE         PIC X(01).
003610     05 WK-ST-RETURN-CODE     PIC 9(02).
003620
003630 01  WK-BALANCE-AREA.
003640     05 WK-TAB-CUENTA-INI     PIC 9(09) COMP VALUE ZERO.
003650     05 WK-TAB-CUENTA-FIN     PIC 9(09) COMP VALUE ZERO.
003660     05 WK-TAB-ESPERADA       PIC 9(09) COMP VALUE ZERO.
003670     05 WK-RC-MAXIMO          PIC 9(02) VALUE ZERO.
003680
003690 01  WK-CONTADORES.
003700     05 WK-CONT-XTRC          PIC 9(09) COMP VALUE ZERO.
003710     05 WK-XTRC-HASH          PIC 9(15) VALUE ZERO.
003720     05 WK-CONT-XTRC-DUP      PIC 9(09) COMP VALUE ZERO.
003730     05 WK-CONT-HIST          PIC 9(09) COMP VALUE ZERO.
003740     05 WK-CONT-AUDT          PIC 9(09) COMP VALUE ZERO.
003750     05 WK-CONT-EXCP          PIC 9(09) COMP VALUE ZERO.
003760     05 WK-CONT-ERRQ          PIC 9(09) COMP VALUE ZERO.
003770     05 WK-CONT-REGRESOS      PIC 9(09) COMP VALUE ZERO.
003780     05 WK-CONT-STAT          PIC 9(09) COMP VALUE ZERO.
003790     05 WK-CONT-ERRORES       PIC 9(09) COMP VALUE ZERO.
003800     05 WK-CONT-ED            PIC ZZZ,ZZZ,ZZ9.
003810     05 WK-CONT-ETIQUETA      PIC X(30) VALUE SPACES.
003820
003830******************************************************************
003840* CAMPOS DE LA LINEA DE DETALLE POR PARTICION                    *
003850******************************************************************
003860 01  WK-DETALLE-AREA.
003870     05 WK-DET-PARTICION      PIC 99.
003880     05 WK-DET-PROCESADOS     PIC ZZZ,ZZZ,ZZ9.
003890     05 WK-DET-INSERTADOS     PIC ZZZ,ZZZ,ZZ9.
003900     05 WK-DET-XTRC           PIC ZZZ,ZZZ,ZZ9.
003910     05 WK-DET-TAB-INI        PIC ZZZ,ZZZ,ZZ9.
003920     05 WK-DET-TAB-FIN        PIC ZZZ,ZZZ,ZZ9.
003930     05 WK-DET-RC             PIC 99.
003940
003950 01  WK-SWITCHES.
003960     05 WK-RECHAZO-SW         PIC X(01) VALUE 'N'.
003970        88 WK-CONSOLIDACION-RECHAZADA  VALUE 'Y'.
003980     05 WK-PT-ABIERTA-SW      PIC X(01) VALUE 'N'.
003990        88 WK-PT-ABIERTA               VALUE 'Y'.
004000
004010 01  WK-RPT-AREA.
004020     05 WK-LINEA-RPT          PIC X(132) VALUE SPACES.
004030     05 WK-LINEA-ACTUAL       PIC 9(03) COMP VALUE 99.
004040     05 WK-MAX-LINEAS         PIC 9(03) COMP VALUE 060.
004050     05 WK-PAGINA             PIC 9(05) COMP VALUE ZERO.
004060     05 WK-PAGINA-ED          PIC ZZZZ9.
004070
004080 01  WS-AREA.
004090     05  WS-SAM-CTRL-STATUS   PIC XX   VALUE SPACES.
004100     05  WS-XTRC-ENT-STATUS   PIC XX   VALUE SPACES.
004110         88 XTRC-ENT-EOF               VALUE '10'.
004120     05  WS-XTRC-SAL-STATUS   PIC XX   VALUE SPACES.
004130     05  WS-HIST-ENT-STATUS   PIC XX   VALUE SPACES.
004140         88 HIST-ENT-EOF               VALUE '10'.
004150     05  WS-HIST-SAL-STATUS   PIC XX   VALUE SPACES.
004160     05  WS-AUDT-ENT-STATUS   PIC XX   VALUE SPACES.
004170         88 AUDT-ENT-EOF               VALUE '10'.
004180     05  WS-AUDT-SAL-STATUS   PIC XX   VALUE SPACES.
004190     05  WS-EXCP-ENT-STATUS   PIC XX   VALUE SPACES.
004200         88 EXCP-ENT-EOF               VALUE '10'.
004210     05  WS-EXCP-SAL-STATUS   PIC XX   VALUE SPACES.
004220     05  WS-ERRQ-ENT-STATUS   PIC XX   VALUE SPACES.
004230         88 ERRQ-ENT-EOF               VALUE '10'.
004240     05  WS-ERRQ-SAL-STATUS   PIC XX   VALUE SPACES.
004250     05  WS-STAT-ENT-STATUS   PIC XX   VALUE SPACES.
004260         88 STAT-ENT-EOF               VALUE '10'.
004270     05  WS-STAT-SAL-STATUS   PIC XX   VALUE SPACES.
004280     05  WS-SAM-CONR-STATUS   PIC XX   VALUE SPACES.
004290
004300 LINKAGE SECTION.
004310******************************************************************
004320* PARM DE JCL - FORMATO POSICIONAL                               *
004330*   COL  1-8   FECHA DE PROCESO AAAAMMDD (OBLIGATORIA; LA        *
004340*              MISMA QUE RECIBEN LAS PARTICIONES Y SAMCICLO)     *
004350*   COL  9-10  NUMERO DE PARTICIONES, 01 A 10 (OBLIGATORIO)      *
004360*   COL 11-90  NOMBRE DEL JOB DE CADA PARTICION EN SAM-CTRL, 8   *
004370*              POSICIONES CADA UNO, EN ORDEN DE PARTICION (LA    *
004380*              01 PRIMERO, IGUAL QUE LA CONCATENACION DEL JCL)   *
004390******************************************************************
004400 01  LS-PARM.
004410     05 LS-PARM-LEN           PIC S9(04) COMP.
004420     05 LS-PARM-TEXT.
004430        10 LS-PARM-FECHA        PIC 9(08).
004440        10 LS-PARM-PARTICIONES  PIC 9(02).
004450        10 LS-PARM-JOB          PIC X(08) OCCURS 10 TIMES.
004460        10 FILLER               PIC X(10).
004470
004480 PROCEDURE DIVISION USING LS-PARM.
004490
004500******************************************************************
004510* 0000-PROGRAMA                                                  *
004520******************************************************************
004530 0000-PROGRAMA.
004540     PERFORM 0100-INICIO  THRU 0100-FIN.
004550
004560     PERFORM 0200-VALIDA-CTRL THRU 0200-FIN
004570             VARYING WK-PT-I FROM 1 BY 1
004580             UNTIL WK-PT-I > WK-PT-CNT.
004590     IF WK-CONSOLIDACION-RECHAZADA
004600         PERFORM 0250-RECHAZA THRU 0250-FIN
004610     END-IF.
004620
004630     PERFORM 0300-CONSOLIDA-XTRC THRU 0300-FIN.
004640     PERFORM 0400-CONCATENA-HIST THRU 0400-FIN.
004650     PERFORM 0420-CONCATENA-AUDT THRU 0420-FIN.
004660     PERFORM 0440-CONCATENA-EXCP THRU 0440-FIN.
004670     PERFORM 0460-CONCATENA-ERRQ THRU 0460-FIN.
004680     PERFORM 0500-CONSOLIDA-STAT THRU 0500-FIN.
004690
004700     PERFORM 0900-TERMINA THRU 0900-FIN.
004710
004720     STOP RUN.
004730
004740******************************************************************
004750* 0050-EDITA-PARM                                                *
004760* FECHA, NUMERO DE PARTICIONES Y UN JOB POR PARTICION SON        *
004770* OBLIGATORIOS; SIN ELLOS NO HAY CONTRA QUE VALIDAR SAM-CTRL.    *
004780******************************************************************
004790 0050-EDITA-PARM.
004800     IF LS-PARM-LEN < 10
004810         DISPLAY "SAMCONSO FALTAN FECHA Y PARTICIONES EN EL PARM"
004820         MOVE 16 TO RETURN-CODE
004830         STOP RUN
004840     END-IF.
004850     IF LS-PARM-FECHA IS NOT NUMERIC OR LS-PARM-FECHA = ZERO
004860         DISPLAY "SAMCONSO FECHA DE PROCESO INVALIDA"
004870         MOVE 16 TO RETURN-CODE
004880         STOP RUN
004890     END-IF.
004900     MOVE LS-PARM-FECHA(5:2) TO WK-PROC-MM.
004910     MOVE LS-PARM-FECHA(7:2) TO WK-PROC-DD.
004920     MOVE LS-PARM-FECHA(1:4) TO WK-PROC-YYYY.
004930
004940     IF LS-PARM-PARTICIONES IS NOT NUMERIC
004950        OR LS-PARM-PARTICIONES = ZERO
004960        OR LS-PARM-PARTICIONES > WK-PT-MAX
004970         DISPLAY "SAMCONSO NUMERO DE PARTICIONES INVALIDO"
004980         MOVE 16 TO RETURN-CODE
004990         STOP RUN
005000     END-IF.
005010     MOVE LS-PARM-PARTICIONES TO WK-PT-CNT.
005020
005030     IF LS-PARM-LEN < 10 + WK-PT-CNT * 8
005040         DISPLAY "SAMCONSO FALTAN JOBS DE PARTICION EN EL PARM"
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080     PERFORM 0055-CARGA-JOB THRU 0055-FIN
005090             VARYING WK-PT-I FROM 1 BY 1
005100             UNTIL WK-PT-I > WK-PT-CNT.
005110 0050-FIN.
005120     EXIT.
005130
005140 0055-CARGA-JOB.
005150     IF LS-PARM-JOB (WK-PT-I) = SPACES
005160         DISPLAY "SAMCONSO JOB EN BLANCO PARA LA PARTICION "
005170                 WK-PT-I
005180         MOVE 16 TO RETURN-CODE
005190         STOP RUN
005200     END-IF.
005210     MOVE LS-PARM-JOB (WK-PT-I) TO WK-PT-JOB        (WK-PT-I).
005220     MOVE ZERO                  TO WK-PT-CTRL-RC    (WK-PT-I)
005230                                   WK-PT-LLAVE-INI  (WK-PT-I)
005240                                   WK-PT-LLAVE-FIN  (WK-PT-I)
005250                                   WK-PT-XTRC-CNT   (WK-PT-I)
005260                                   WK-PT-XTRC-HASH  (WK-PT-I)
005270                                   WK-PT-TAB-INI    (WK-PT-I)
005280                                   WK-PT-TAB-FIN    (WK-PT-I)
005290                                   WK-PT-PROCESADOS (WK-PT-I)
005300                                   WK-PT-INSERTADOS (WK-PT-I)
005310                                   WK-PT-RC         (WK-PT-I).
005320     MOVE '-'                   TO WK-PT-BALANCE    (WK-PT-I).
005330 0055-FIN.
005340     EXIT.
005350
005360******************************************************************
005370* 0100-INICIO                                                    *
005380* SOLO SE ABREN SAM-CTRL Y EL REPORTE; LAS ENTRADAS Y SALIDAS DE *
005390* LA CONSOLIDACION SE ABREN DESPUES DE VALIDAR LAS PARTICIONES.  *
005400******************************************************************
005410 0100-INICIO.
005420     PERFORM 0050-EDITA-PARM THRU 0050-FIN.
005430
005440     ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD.
005450     MOVE WK-FECHA-SISTEMA(5:2) TO WK-DATE-MM.
005460     MOVE WK-FECHA-SISTEMA(7:2) TO WK-DATE-DD.
005470     MOVE WK-FECHA-SISTEMA(1:4) TO WK-DATE-YYYY.
005480
005490     OPEN INPUT  SAM-CTRL-FILE.
005500     OPEN OUTPUT SAM-CONR-FILE.
005510     PERFORM 0102-VALIDA-APERTURA THRU 0102-FIN.
005520     PERFORM 0150-ENCABEZADO-RPT  THRU 0150-FIN.
005530
005540     MOVE 'VALIDACION DE PARTICIONES EN SAM-CTRL' TO WK-LINEA-RPT.
005550     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
005560 0100-FIN.
005570     EXIT.
005580
005590******************************************************************
005600* 0102-VALIDA-APERTURA                                           *
005610******************************************************************
005620 0102-VALIDA-APERTURA.
005630     IF WS-SAM-CTRL-STATUS NOT = '00'
005640         DISPLAY "ERROR AL ABRIR SAM-CTRL-FILE STATUS "
005650                 WS-SAM-CTRL-STATUS
005660         MOVE 16 TO RETURN-CODE
005670         STOP RUN
005680     END-IF.
005690     IF WS-SAM-CONR-STATUS NOT = '00'
005700         DISPLAY "ERROR AL ABRIR SAM-CONR-FILE STATUS "
005710                 WS-SAM-CONR-STATUS
005720         MOVE 16 TO RETURN-CODE
005730         STOP RUN
005740     END-IF.
005750 0102-FIN.
005760     EXIT.
005770
005780******************************************************************
005790* 0150-ENCABEZADO-RPT                                            *
005800******************************************************************
005810 0150-ENCABEZADO-RPT.
005820     ADD 1 TO WK-PAGINA.
005830     MOVE WK-PAGINA TO WK-PAGINA-ED.
005840
005850     MOVE SPACES TO SAM-CONR-RECORD.
005860     IF WK-PAGINA = 1
005870         WRITE SAM-CONR-RECORD AFTER ADVANCING 1 LINE
005880     ELSE
005890         WRITE SAM-CONR-RECORD AFTER ADVANCING PAGE
005900     END-IF.
005910
005920     MOVE SPACES TO SAM-CONR-RECORD.
005930     STRING 'SAMCONSO'   DELIMITED BY SIZE
005940            ' - CONSOLIDACION DE PARTICIONES DE COBOLSQL DEL '
005950                         DELIMITED BY SIZE
005960            WK-FECHA-PROCESO DELIMITED BY SIZE
005970            ' - FECHA: ' DELIMITED BY SIZE
005980            WK-DATE-CURR DELIMITED BY SIZE
005990       INTO SAM-CONR-RECORD.
006000     WRITE SAM-CONR-RECORD AFTER ADVANCING 1 LINE.
006010
006020     MOVE SPACES TO SAM-CONR-RECORD.
006030     STRING 'PAGINA: '   DELIMITED BY SIZE
006040            WK-PAGINA-ED DELIMITED BY SIZE
006050       INTO SAM-CONR-RECORD.
006060     WRITE SAM-CONR-RECORD AFTER ADVANCING 1 LINE.
006070
006080     MOVE SPACES TO SAM-CONR-RECORD.
006090     WRITE SAM-CONR-RECORD AFTER ADVANCING 1 LINE.
006100
006110     MOVE 4 TO WK-LINEA-ACTUAL.
006120 0150-FIN.
006130     EXIT.
006140
006150******************************************************************
006160* 0200-VALIDA-CTRL                                               *
006170* LA PARTICION DEBE TENER SU REGISTRO DE CORRIDA PARA LA FECHA,  *
006180* EN ESTADO 'C' Y CON RETURN-CODE MENOR A 8 (UNA PARTICION QUE   *
006190* QUEDO EN 'E' ABORTO O SIGUE CORRIENDO). CUALQUIER FALLA MARCA  *
006200* LA CONSOLIDACION COMO RECHAZADA, PERO SE REVISAN TODAS PARA    *
006210* QUE EL OPERADOR VEA DE UNA VEZ CUALES HAY QUE RECORRER.        *
006220******************************************************************
006230 0200-VALIDA-CTRL.
006240     MOVE WK-FECHA-PROCESO     TO CTRL-FECHA-PROCESO.
006250     MOVE WK-PT-JOB (WK-PT-I)  TO CTRL-JOB.
006260     MOVE WK-PT-I              TO WK-DET-PARTICION.
006270     READ SAM-CTRL-FILE
006280         INVALID KEY
006290             MOVE 'Y' TO WK-RECHAZO-SW
006300             MOVE 'SIN CORRIDA EN LA FECHA' TO WK-MENSAJE
006310             GO TO 0200-LINEA
006320     END-READ.
006330
006340     EVALUATE TRUE
006350         WHEN NOT CTRL-COMPLETADA
006360              MOVE 'Y' TO WK-RECHAZO-SW
006370              MOVE 'NO COMPLETADA (ESTADO E)' TO WK-MENSAJE
006380         WHEN CTRL-RETURN-CODE IS NOT NUMERIC
006390              MOVE 'Y' TO WK-RECHAZO-SW
006400              MOVE 'RETURN-CODE INVALIDO'     TO WK-MENSAJE
006410         WHEN CTRL-RETURN-CODE NOT < 8
006420              MOVE 'Y' TO WK-RECHAZO-SW
006430              MOVE 'TERMINO CON RC 8 O MAYOR' TO WK-MENSAJE
006440              MOVE CTRL-RETURN-CODE TO WK-PT-CTRL-RC (WK-PT-I)
006450         WHEN OTHER
006460              MOVE 'COMPLETA'                 TO WK-MENSAJE
006470              MOVE CTRL-RETURN-CODE TO WK-PT-CTRL-RC (WK-PT-I)
006480     END-EVALUATE.
006490
006500 0200-LINEA.
006510     MOVE WK-PT-CTRL-RC (WK-PT-I) TO WK-DET-RC.
006520     MOVE SPACES TO WK-LINEA-RPT.
006530     STRING '  PARTICION '      DELIMITED BY SIZE
006540            WK-DET-PARTICION    DELIMITED BY SIZE
006550            ' JOB '             DELIMITED BY SIZE
006560            WK-PT-JOB (WK-PT-I) DELIMITED BY SIZE
006570            ' RC '              DELIMITED BY SIZE
006580            WK-DET-RC           DELIMITED BY SIZE
006590            '  '                DELIMITED BY SIZE
006600            WK-MENSAJE          DELIMITED BY SIZE
006610       INTO WK-LINEA-RPT.
006620     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
006630 0200-FIN.
006640     EXIT.
006650
006660******************************************************************
006670* 0250-RECHAZA                                                   *
006680* NO SE ABRE NINGUNA SALIDA: LOS ARCHIVOS DEL DIA QUEDAN COMO    *
006690* ESTABAN Y EL PASO SE PUEDE VOLVER A CORRER EN CUANTO LA        *
006700* PARTICION PENDIENTE TERMINE SU RESTART.                        *
006710******************************************************************
006720 0250-RECHAZA.
006730     MOVE SPACES TO WK-LINEA-RPT.
006740     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
006750     MOVE 'CONSOLIDACION RECHAZADA - HAY PARTICIONES INCOMPLETAS'
006760       TO WK-LINEA-RPT.
006770     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
006780     DISPLAY "SAMCONSO PARTICIONES INCOMPLETAS EN SAM-CTRL PARA "
006790             WK-FECHA-PROCESO.
006800     CLOSE SAM-CTRL-FILE.
006810     CLOSE SAM-CONR-FILE.
006820     MOVE 8 TO RETURN-CODE.
006830     STOP RUN.
006840 0250-FIN.
006850     EXIT.
006860
006870******************************************************************
006880* 0300-CONSOLIDA-XTRC                                            *
006890* RECORRE LOS EXTRACTOS CONCATENADOS DE LAS PARTICIONES. EL      *
006900* HEADER DE SALIDA SE GRABA CON EL PRIMER HEADER DE ENTRADA; LOS *
006910* DEMAS HEADERS Y TODOS LOS TRAILERS DE ENTRADA SOLO SE VALIDAN. *
006920* AL FINAL SE GRABA EL TRAILER UNICO CON LA CUENTA Y LA SUMA     *
006930* HASH DE LOS DETALLES QUE REALMENTE SALIERON.                   *
006940******************************************************************
006950 0300-CONSOLIDA-XTRC.
006960     OPEN INPUT  XTRC-ENT-FILE.
006970     IF WS-XTRC-ENT-STATUS NOT = '00'
006980         DISPLAY "ERROR AL ABRIR XTRC-ENT-FILE STATUS "
006990                 WS-XTRC-ENT-STATUS
007000         MOVE 16 TO RETURN-CODE
007010         STOP RUN
007020     END-IF.
007030     OPEN OUTPUT XTRC-SAL-FILE.
007040     IF WS-XTRC-SAL-STATUS NOT = '00'
007050         DISPLAY "ERROR AL ABRIR XTRC-SAL-FILE STATUS "
007060                 WS-XTRC-SAL-STATUS
007070         MOVE 16 TO RETURN-CODE
007080         STOP RUN
007090     END-IF.
007100
007110     MOVE SPACES TO WK-LINEA-RPT.
007120     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
007130     MOVE 'CONSOLIDACION DE SAM-XTRC' TO WK-LINEA-RPT.
007140     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
007150
007160     PERFORM 0305-LEE-XTRC THRU 0305-FIN.
007170     PERFORM 0310-PROCESA-XTRC THRU 0310-FIN
007180             UNTIL XTRC-ENT-EOF.
007190     PERFORM 0350-CIERRA-XTRC THRU 0350-FIN.
007200
007210     CLOSE XTRC-ENT-FILE.
007220     CLOSE XTRC-SAL-FILE.
007230 0300-FIN.
007240     EXIT.
007250
007260 0305-LEE-XTRC.
007270     READ XTRC-ENT-FILE
007280         AT END
007290             CONTINUE
007300     END-READ.
007310 0305-FIN.
007320     EXIT.
007330
007340 0310-PROCESA-XTRC.
007350     EVALUATE XTRC-H-TIPO
007360         WHEN 'H'
007370              PERFORM 0320-HEADER-PARTICION  THRU 0320-FIN
007380         WHEN 'D'
007390              PERFORM 0330-DETALLE           THRU 0330-FIN
007400         WHEN 'T'
007410              PERFORM 0340-TRAILER-PARTICION THRU 0340-FIN
007420         WHEN OTHER
007430              MOVE 'REGISTRO DE SAM-XTRC CON TIPO DESCONOCIDO'
007440                TO WK-MENSAJE
007450              PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
007460     END-EVALUATE.
007470     PERFORM 0305-LEE-XTRC THRU 0305-FIN.
007480 0310-FIN.
007490     EXIT.
007500
007510******************************************************************
007520* 0320-HEADER-PARTICION                                          *
007530* ABRE LA SIGUIENTE PARTICION. SU NUMERO DEBE SER EL QUE SIGUE,  *
007540* SU FECHA LA DE PROCESO Y SU PRIMERA LLAVE LA QUE SIGUE A LA    *
007550* ULTIMA DE LA PARTICION ANTERIOR (000000 PARA LA PRIMERA): ASI  *
007560* SE DETECTA UNA CONCATENACION FUERA DE ORDEN, UN HUECO O UN     *
007570* TRASLAPE DE RANGOS ENTRE LAS PARTICIONES.                      *
007580******************************************************************
007590 0320-HEADER-PARTICION.
007600     IF WK-PT-ABIERTA
007610         MOVE 'PARTICION SIN TRAILER EN SAM-XTRC' TO WK-MENSAJE
007620         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
007630     END-IF.
007640     MOVE 'Y' TO WK-PT-ABIERTA-SW.
007650
007660     IF WK-PT-XTRC = ZERO
007670         MOVE ZERO TO WK-LLAVE-ESPERADA
007680         MOVE SPACES           TO XTRC-SAL-HEADER
007690         MOVE 'H'              TO XTRC-SH-TIPO
007700         MOVE 'SAM-XTRC'       TO XTRC-SH-FILE-ID
007710         MOVE WK-FECHA-PROCESO TO XTRC-SH-FECHA
007720         WRITE XTRC-SAL-HEADER
007730     ELSE
007740         COMPUTE WK-LLAVE-ESPERADA =
007750                 WK-PT-LLAVE-FIN (WK-PT-XTRC) + 1
007760     END-IF.
007770
007780     ADD 1 TO WK-PT-XTRC.
007790     IF WK-PT-XTRC > WK-PT-CNT
007800         MOVE 'MAS PARTICIONES EN SAM-XTRC QUE EN EL PARM'
007810           TO WK-MENSAJE
007820         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
007830         MOVE WK-PT-CNT TO WK-PT-XTRC
007840         GO TO 0320-FIN
007850     END-IF.
007860
007870     IF XTRC-H-FECHA NOT = WK-FECHA-PROCESO
007880         MOVE 'EXTRACTO DE PARTICION CON FECHA AJENA'
007890           TO WK-MENSAJE
007900         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
007910     END-IF.
007920     IF XTRC-H-PARTICION IS NOT NUMERIC
007930        OR XTRC-H-PARTICION NOT = WK-PT-XTRC
007940         MOVE 'PARTICION FUERA DE ORDEN EN LA CONCATENACION'
007950           TO WK-MENSAJE
007960         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
007970     END-IF.
007980     IF XTRC-H-LLAVE-INI IS NOT NUMERIC
007990        OR XTRC-H-LLAVE-FIN IS NOT NUMERIC
008000         MOVE 'HEADER DE PARTICION SIN RANGO DE LLAVES'
008010           TO WK-MENSAJE
008020         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
008030         GO TO 0320-FIN
008040     END-IF.
008050
008060     MOVE XTRC-H-LLAVE-INI TO WK-PT-LLAVE-INI (WK-PT-XTRC).
008070     MOVE XTRC-H-LLAVE-FIN TO WK-PT-LLAVE-FIN (WK-PT-XTRC).
008080     IF XTRC-H-LLAVE-INI NOT = WK-LLAVE-ESPERADA
008090         MOVE 'HUECO O TRASLAPE ENTRE RANGOS DE PARTICION'
008100           TO WK-MENSAJE
008110         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
008120     END-IF.
008130 0320-FIN.
008140     EXIT.
008150
008160******************************************************************
008170* 0330-DETALLE                                                   *
008180* UN DETALLE CUYA LLAVE NO AVANZA SOBRE EL ULTIMO QUE SALIO ES   *
008190* EL TRAMO QUE UNA PARTICION REPITIO AL REINICIAR DESDE SU       *
008200* CHECKPOINT: YA SALIO UNA VEZ Y SE OMITE (EL TRAILER DE LA      *
008210* PARTICION NO LO CUENTA DOS VECES). UNA LLAVE FUERA DEL RANGO   *
008220* DE SU PARTICION SE ACEPTA PERO SE REPORTA COMO ERROR.          *
008230******************************************************************
008240 0330-DETALLE.
008250     IF NOT WK-PT-ABIERTA
008260         MOVE 'DETALLE DE SAM-XTRC FUERA DE PARTICION'
008270           TO WK-MENSAJE
008280         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
008290         GO TO 0330-FIN
008300     END-IF.
008310     IF XTRC-D-KEY NOT > WK-XTRC-ULTIMA
008320         ADD 1 TO WK-CONT-XTRC-DUP
008330         GO TO 0330-FIN
008340     END-IF.
008350
008360     IF XTRC-D-KEY IS NUMERIC
008370         MOVE XTRC-D-KEY TO WK-LLAVE-NUM
008380         IF WK-LLAVE-NUM < WK-PT-LLAVE-INI (WK-PT-XTRC)
008390            OR WK-LLAVE-NUM > WK-PT-LLAVE-FIN (WK-PT-XTRC)
008400             MOVE SPACES TO WK-MENSAJE
008410             STRING 'LLAVE '    DELIMITED BY SIZE
008420                    XTRC-D-KEY  DELIMITED BY SIZE
008430                    ' FUERA DEL RANGO DE SU PARTICION'
008440                                DELIMITED BY SIZE
008450               INTO WK-MENSAJE
008460             PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
008470         END-IF
008480     ELSE
008490         MOVE ZERO TO WK-LLAVE-NUM
008500     END-IF.
008510
008520     MOVE XTRC-ENT-DETALLE TO XTRC-SAL-DETALLE.
008530     WRITE XTRC-SAL-DETALLE.
008540     MOVE XTRC-D-KEY TO WK-XTRC-ULTIMA.
008550     ADD 1            TO WK-CONT-XTRC.
008560     ADD WK-LLAVE-NUM TO WK-XTRC-HASH.
008570     ADD 1            TO WK-PT-XTRC-CNT  (WK-PT-XTRC).
008580     ADD WK-LLAVE-NUM TO WK-PT-XTRC-HASH (WK-PT-XTRC).
008590 0330-FIN.
008600     EXIT.
008610
008620******************************************************************
008630* 0340-TRAILER-PARTICION                                         *
008640* CIERRA LA PARTICION: SU TRAILER DEBE CUADRAR CON LOS DETALLES  *
008650* QUE SALIERON DE ELLA. GUARDA LAS CUENTAS DE SAM-TAB DEL RANGO  *
008660* PARA EL CUADRE DE LA TABLA COMPLETA.                           *
008670******************************************************************
008680 0340-TRAILER-PARTICION.
008690     IF NOT WK-PT-ABIERTA
008700         MOVE 'TRAILER DE SAM-XTRC SIN HEADER' TO WK-MENSAJE
008710         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
008720         GO TO 0340-FIN
008730     END-IF.
008740     MOVE 'N' TO WK-PT-ABIERTA-SW.
008750
008760     IF XTRC-T-CUENTA NOT = WK-PT-XTRC-CNT  (WK-PT-XTRC)
008770        OR XTRC-T-HASH NOT = WK-PT-XTRC-HASH (WK-PT-XTRC)
008780         MOVE 'TRAILER DE PARTICION NO CUADRA CON SUS DETALLES'
008790           TO WK-MENSAJE
008800         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
008810     END-IF.
008820
008830     IF XTRC-T-TAB-CUENTA-INI IS NUMERIC
008840         MOVE XTRC-T-TAB-CUENTA-INI TO WK-PT-TAB-INI (WK-PT-XTRC)
008850         ADD  XTRC-T-TAB-CUENTA-INI TO WK-TAB-CUENTA-INI
008860     END-IF.
008870     IF XTRC-T-TAB-CUENTA-FIN IS NUMERIC
008880         MOVE XTRC-T-TAB-CUENTA-FIN TO WK-PT-TAB-FIN (WK-PT-XTRC)
008890     END-IF.
008900 0340-FIN.
008910     EXIT.
008920
008930******************************************************************
008940* 0350-CIERRA-XTRC                                               *
008950* AL FIN DE LA CONCATENACION DEBEN HABER LLEGADO TODAS LAS       *
008960* PARTICIONES DEL PARM, LA ULTIMA CERRADA CON SU TRAILER Y       *
008970* TERMINANDO EN LA LLAVE 999999. EL TRAILER UNICO SE GRABA DE    *
008980* TODOS MODOS; LOS ERRORES YA DEJAN EL PASO EN RETURN-CODE 8.    *
008990******************************************************************
009000 0350-CIERRA-XTRC.
009010     IF WK-PT-ABIERTA
009020         MOVE 'ULTIMA PARTICION SIN TRAILER EN SAM-XTRC'
009030           TO WK-MENSAJE
009040         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
009050     END-IF.
009060     IF WK-PT-XTRC < WK-PT-CNT
009070         MOVE 'FALTAN PARTICIONES EN SAM-XTRC' TO WK-MENSAJE
009080         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
009090     ELSE
009100         IF WK-PT-LLAVE-FIN (WK-PT-CNT) NOT = 999999
009110             MOVE 'LA ULTIMA PARTICION NO LLEGA A LA LLAVE 999999'
009120               TO WK-MENSAJE
009130             PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
009140         END-IF
009150     END-IF.
009160
009170     MOVE SPACES       TO XTRC-SAL-TRAILER.
009180     MOVE 'T'          TO XTRC-ST-TIPO.
009190     MOVE WK-CONT-XTRC TO XTRC-ST-CUENTA.
009200     MOVE WK-XTRC-HASH TO XTRC-ST-HASH.
009210     WRITE XTRC-SAL-TRAILER.
009220 0350-FIN.
009230     EXIT.
009240
009250******************************************************************
009260* 0400-CONCATENA-HIST / 0420-CONCATENA-AUDT /                    *
009270* 0440-CONCATENA-EXCP / 0460-CONCATENA-ERRQ                      *
009280* COPIA DE LA CONCATENACION A LA SALIDA DEL DIA. LA LLAVE DE     *
009290* CADA REGISTRO PASA POR 0480-REVISA-SECUENCIA.                  *
009300******************************************************************
009310 0400-CONCATENA-HIST.
009320     OPEN INPUT  HIST-ENT-FILE.
009330     OPEN OUTPUT HIST-SAL-FILE.
009340     IF WS-HIST-ENT-STATUS NOT = '00'
009350        OR WS-HIST-SAL-STATUS NOT = '00'
009360         DISPLAY "ERROR AL ABRIR SAM-HIST STATUS "
009370                 WS-HIST-ENT-STATUS " " WS-HIST-SAL-STATUS
009380         MOVE 16 TO RETURN-CODE
009390         STOP RUN
009400     END-IF.
009410     MOVE LOW-VALUES TO WK-LLAVE-PREVIA.
009420     PERFORM 0405-COPIA-HIST THRU 0405-FIN
009430             UNTIL HIST-ENT-EOF.
009440     CLOSE HIST-ENT-FILE.
009450     CLOSE HIST-SAL-FILE.
009460 0400-FIN.
009470     EXIT.
009480
009490 0405-COPIA-HIST.
009500     READ HIST-ENT-FILE
009510         AT END
009520             GO TO 0405-FIN
009530     END-READ.
009540     MOVE HIST-ENT-KEY TO WK-LLAVE-LEIDA.
009550     PERFORM 0480-REVISA-SECUENCIA THRU 0480-FIN.
009560     MOVE HIST-ENT-RECORD TO HIST-SAL-RECORD.
009570     WRITE HIST-SAL-RECORD.
009580     ADD 1 TO WK-CONT-HIST.
009590 0405-FIN.
009600     EXIT.
009610
009620 0420-CONCATENA-AUDT.
009630     OPEN INPUT  AUDT-ENT-FILE.
009640     OPEN OUTPUT AUDT-SAL-FILE.
009650     IF WS-AUDT-ENT-STATUS NOT = '00'
009660        OR WS-AUDT-SAL-STATUS NOT = '00'
009670         DISPLAY "ERROR AL ABRIR SAM-AUDT STATUS "
009680                 WS-AUDT-ENT-STATUS " " WS-AUDT-SAL-STATUS
009690         MOVE 16 TO RETURN-CODE
009700         STOP RUN
009710     END-IF.
009720     MOVE LOW-VALUES TO WK-LLAVE-PREVIA.
009730     PERFORM 0425-COPIA-AUDT THRU 0425-FIN
009740             UNTIL AUDT-ENT-EOF.
009750     CLOSE AUDT-ENT-FILE.
009760     CLOSE AUDT-SAL-FILE.
009770 0420-FIN.
009780     EXIT.
009790
009800 0425-COPIA-AUDT.
009810     READ AUDT-ENT-FILE
009820         AT END
009830             GO TO 0425-FIN
009840     END-READ.
009850     MOVE AUDT-ENT-KEY TO WK-LLAVE-LEIDA.
009860     PERFORM 0480-REVISA-SECUENCIA THRU 0480-FIN.
009870     MOVE AUDT-ENT-RECORD TO AUDT-SAL-RECORD.
009880     WRITE AUDT-SAL-RECORD.
009890     ADD 1 TO WK-CONT-AUDT.
009900 0425-FIN.
009910     EXIT.
009920
009930 0440-CONCATENA-EXCP.
009940     OPEN INPUT  EXCP-ENT-FILE.
009950     OPEN OUTPUT EXCP-SAL-FILE.
009960     IF WS-EXCP-ENT-STATUS NOT = '00'
009970        OR WS-EXCP-SAL-STATUS NOT = '00'
009980         DISPLAY "ERROR AL ABRIR SAM-EXCP STATUS "
009990                 WS-EXCP-ENT-STATUS " " WS-EXCP-SAL-STATUS
010000         MOVE 16 TO RETURN-CODE
010010         STOP RUN
010020     END-IF.
010030     MOVE LOW-VALUES TO WK-LLAVE-PREVIA.
010040     PERFORM 0445-COPIA-EXCP THRU 0445-FIN
010050             UNTIL EXCP-ENT-EOF.
010060     CLOSE EXCP-ENT-FILE.
010070     CLOSE EXCP-SAL-FILE.
010080 0440-FIN.
010090     EXIT.
010100
010110 0445-COPIA-EXCP.
010120     READ EXCP-ENT-FILE
010130         AT END
010140             GO TO 0445-FIN
010150     END-READ.
010160     MOVE EXCP-ENT-KEY TO WK-LLAVE-LEIDA.
010170     PERFORM 0480-REVISA-SECUENCIA THRU 0480-FIN.
010180     MOVE EXCP-ENT-RECORD TO EXCP-SAL-RECORD.
010190     WRITE EXCP-SAL-RECORD.
010200     ADD 1 TO WK-CONT-EXCP.
010210 0445-FIN.
010220     EXIT.
010230
010240 0460-CONCATENA-ERRQ.
010250     OPEN INPUT  ERRQ-ENT-FILE.
010260     OPEN OUTPUT ERRQ-SAL-FILE.
010270     IF WS-ERRQ-ENT-STATUS NOT = '00'
010280        OR WS-ERRQ-SAL-STATUS NOT = '00'
010290         DISPLAY "ERROR AL ABRIR SAM-ERRQ STATUS "
010300                 WS-ERRQ-ENT-STATUS " " WS-ERRQ-SAL-STATUS
010310         MOVE 16 TO RETURN-CODE
010320         STOP RUN
010330     END-IF.
010340     MOVE LOW-VALUES TO WK-LLAVE-PREVIA.
010350     PERFORM 0465-COPIA-ERRQ THRU 0465-FIN
010360             UNTIL ERRQ-ENT-EOF.
010370     CLOSE ERRQ-ENT-FILE.
010380     CLOSE ERRQ-SAL-FILE.
010390 0460-FIN.
010400     EXIT.
010410
010420 0465-COPIA-ERRQ.
010430     READ ERRQ-ENT-FILE
010440         AT END
010450             GO TO 0465-FIN
010460     END-READ.
010470     MOVE ERRQ-ENT-KEY TO WK-LLAVE-LEIDA.
010480     PERFORM 0480-REVISA-SECUENCIA THRU 0480-FIN.
010490     MOVE ERRQ-ENT-RECORD TO ERRQ-SAL-RECORD.
010500     WRITE ERRQ-SAL-RECORD.
010510     ADD 1 TO WK-CONT-ERRQ.
010520 0465-FIN.
010530     EXIT.
010540
010550******************************************************************
010560* 0480-REVISA-SECUENCIA                                          *
010570* UNA LLAVE MENOR QUE LA ANTERIOR ES EL ARRANQUE DE UN TRAMO     *
010580* REPETIDO POR EL RESTART DE UNA PARTICION (SUS SALIDAS SE       *
010590* REABREN EN EXTEND, IGUAL QUE EN LA CORRIDA SIN PARTICIONES).   *
010600* NO ES ERROR: SOLO SE CUENTA PARA EL REPORTE.                   *
010610******************************************************************
010620 0480-REVISA-SECUENCIA.
010630     IF WK-LLAVE-LEIDA < WK-LLAVE-PREVIA
010640         ADD 1 TO WK-CONT-REGRESOS
010650     END-IF.
010660     MOVE WK-LLAVE-LEIDA TO WK-LLAVE-PREVIA.
010670 0480-FIN.
010680     EXIT.
010690
010700******************************************************************
010710* 0500-CONSOLIDA-STAT                                            *
010720* SUMA LOS REGISTROS SAM-STAT DE LAS PARTICIONES (UNO POR        *
010730* PARTICION, EN EL ORDEN DE LA CONCATENACION) EN EL REGISTRO     *
010740* UNICO DEL DIA. TODAS DEBEN SER DE LA FECHA DE PROCESO Y DEL    *
010750* MISMO MODO. EN REFRESCO SE HACE EL CUADRE DE LA TABLA COMPLETA *
010760* Y SE GRADUA EL RETURN-CODE DEL DIA.                            *
010770******************************************************************
010780 0500-CONSOLIDA-STAT.
010790     OPEN INPUT  STAT-ENT-FILE.
010800     IF WS-STAT-ENT-STATUS NOT = '00'
010810         DISPLAY "ERROR AL ABRIR STAT-ENT-FILE STATUS "
010820                 WS-STAT-ENT-STATUS
010830         MOVE 16 TO RETURN-CODE
010840         STOP RUN
010850     END-IF.
010860
010870     MOVE SPACES           TO WK-STAT-DIA.
010880     MOVE WK-FECHA-PROCESO TO WK-ST-FECHA-PROCESO.
010890     MOVE ZERO TO WK-ST-PROCESADOS  WK-ST-ENCONTRADOS
010900                  WK-ST-EXCEPCIONES WK-ST-LLAVE-INVAL
010910                  WK-ST-TRUNCADOS   WK-ST-INSERTADOS
010920                  WK-ST-ACTUALIZAD  WK-ST-XTRC
010930                  WK-ST-CAL-SEVERA  WK-ST-CAL-LEVE
010940                  WK-ST-CAL-OMITID  WK-ST-REINTENTOS
010950                  WK-ST-RETURN-CODE.
010960     MOVE '-' TO WK-ST-BALANCE.
010970
010980     PERFORM 0510-SUMA-STAT THRU 0510-FIN
010990             UNTIL STAT-ENT-EOF.
011000     CLOSE STAT-ENT-FILE.
011010
011020     IF WK-PT-STAT NOT = WK-PT-CNT
011030         MOVE 'SAM-STAT NO TRAE UN REGISTRO POR PARTICION'
011040           TO WK-MENSAJE
011050         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
011060     END-IF.
011070     MOVE WK-MODO-DIA TO WK-ST-MODO.
011080
011090     IF WK-MODO-DIA = 'R'
011100         PERFORM 0550-CUADRE-SAM-TAB THRU 0550-FIN
011110     END-IF.
011120     PERFORM 0560-GRADUA-RETORNO THRU 0560-FIN.
011130     PERFORM 0570-GRABA-STAT     THRU 0570-FIN.
011140 0500-FIN.
011150     EXIT.
011160
011170 0510-SUMA-STAT.
011180     READ STAT-ENT-FILE
011190         AT END
011200             GO TO 0510-FIN
011210     END-READ.
011220     ADD 1 TO WK-CONT-STAT.
011230     ADD 1 TO WK-PT-STAT.
011240     IF WK-PT-STAT > WK-PT-CNT
011250         MOVE WK-PT-CNT TO WK-PT-STAT
011260         GO TO 0510-FIN
011270     END-IF.
011280
011290     IF STAT-FECHA-PROCESO NOT = WK-FECHA-PROCESO
011300         MOVE 'SAM-STAT DE PARTICION CON FECHA AJENA'
011310           TO WK-MENSAJE
011320         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
011330     END-IF.
011340     IF WK-PT-STAT = 1
011350         MOVE STAT-MODO TO WK-MODO-DIA
011360     END-IF.
011370     IF STAT-MODO NOT = WK-MODO-DIA
011380         MOVE 'PARTICIONES CORRIDAS EN MODOS DISTINTOS'
011390           TO WK-MENSAJE
011400         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
011410     END-IF.
011420
011430     ADD STAT-CONT-PROCESADOS  TO WK-ST-PROCESADOS.
011440     ADD STAT-CONT-ENCONTRADOS TO WK-ST-ENCONTRADOS.
011450     ADD STAT-CONT-EXCEPCIONES TO WK-ST-EXCEPCIONES.
011460     ADD STAT-CONT-LLAVE-INVAL TO WK-ST-LLAVE-INVAL.
011470     ADD STAT-CONT-TRUNCADOS   TO WK-ST-TRUNCADOS.
011480     ADD STAT-CONT-INSERTADOS  TO WK-ST-INSERTADOS.
011490     ADD STAT-CONT-ACTUALIZAD  TO WK-ST-ACTUALIZAD.
011500     ADD STAT-CONT-XTRC        TO WK-ST-XTRC.
011510     ADD STAT-CONT-CAL-SEVERA  TO WK-ST-CAL-SEVERA.
011520     ADD STAT-CONT-CAL-LEVE    TO WK-ST-CAL-LEVE.
011530     ADD STAT-CONT-CAL-OMITID  TO WK-ST-CAL-OMITID.
011540     ADD STAT-CONT-REINTENTOS  TO WK-ST-REINTENTOS.
011550
011560     MOVE STAT-CONT-PROCESADOS TO WK-PT-PROCESADOS (WK-PT-STAT).
011570     MOVE STAT-CONT-INSERTADOS TO WK-PT-INSERTADOS (WK-PT-STAT).
011580     MOVE STAT-BALANCE         TO WK-PT-BALANCE    (WK-PT-STAT).
011590     MOVE STAT-RETURN-CODE     TO WK-PT-RC         (WK-PT-STAT).
011600     IF STAT-RETURN-CODE > WK-RC-MAXIMO
011610         MOVE STAT-RETURN-CODE TO WK-RC-MAXIMO
011620     END-IF.
011630     IF STAT-BALANCE = 'N'
011640         MOVE SPACES TO WK-MENSAJE
011650         STRING 'PARTICION FUERA DE CUADRE EN SU RANGO - JOB '
011660                                      DELIMITED BY SIZE
011670                WK-PT-JOB (WK-PT-STAT) DELIMITED BY SIZE
011680           INTO WK-MENSAJE
011690         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
011700     END-IF.
011710 0510-FIN.
011720     EXIT.
011730
011740******************************************************************
011750* 0550-CUADRE-SAM-TAB                                            *
011760* CUADRE DE RENGLONES DE LA TABLA COMPLETA: LA SUMA DE LAS       *
011770* CUENTAS INICIALES DE LOS RANGOS (QUE JUNTOS CUBREN TODA LA     *
011780* TABLA) MAS LAS ALTAS DE TODAS LAS PARTICIONES DEBE DAR LA      *
011790* CUENTA ACTUAL DE SAM-TAB. YA NO HAY PARTICIONES CORRIENDO QUE  *
011800* LA MUEVAN, ASI QUE LA CUENTA SE TOMA AQUI MISMO.               *
011810******************************************************************
011820 0550-CUADRE-SAM-TAB.
011830     EXEC SQL
011840         SELECT COUNT(*)
011850           INTO :WK-TAB-CUENTA
011860           FROM SAM-TAB
011870     END-EXEC.
011880     IF SQLCODE NOT = ZERO
011890         MOVE 'COUNT FIN'        TO WK-OPERACION-SQL
011900         PERFORM 0860-ABORTA-SQL THRU 0860-FIN
011910     END-IF.
011920     MOVE WK-TAB-CUENTA TO WK-TAB-CUENTA-FIN.
011930     COMPUTE WK-TAB-ESPERADA = WK-TAB-CUENTA-INI
011940                             + WK-ST-INSERTADOS.
011950
011960     IF WK-TAB-ESPERADA = WK-TAB-CUENTA-FIN
011970         MOVE 'S' TO WK-ST-BALANCE
011980     ELSE
011990         MOVE 'N' TO WK-ST-BALANCE
012000         MOVE 'SAM-TAB FUERA DE CUADRE ENTRE PARTICIONES'
012010           TO WK-MENSAJE
012020         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
012030     END-IF.
012040 0550-FIN.
012050     EXIT.
012060
012070******************************************************************
012080* 0560-GRADUA-RETORNO                                            *
012090* MISMA ESCALA QUE COBOLSQL: 8 SI ALGO NO CUADRA (AQUI TAMBIEN UN*
012100* ERROR DE ESTRUCTURA DE LA CONSOLIDACION), SI NO EL MAYOR       *
012110* RETURN-CODE DE LAS PARTICIONES (0 O 4).                        *
012120******************************************************************
012130 0560-GRADUA-RETORNO.
012140     IF WK-CONT-ERRORES > ZERO
012150         MOVE 8 TO WK-ST-RETURN-CODE
012160     ELSE
012170         MOVE WK-RC-MAXIMO TO WK-ST-RETURN-CODE
012180     END-IF.
012190 0560-FIN.
012200     EXIT.
012210
012220******************************************************************
012230* 0570-GRABA-STAT                                                *
012240******************************************************************
012250 0570-GRABA-STAT.
012260     OPEN OUTPUT STAT-SAL-FILE.
012270     IF WS-STAT-SAL-STATUS NOT = '00'
012280         DISPLAY "ERROR AL ABRIR STAT-SAL-FILE STATUS "
012290                 WS-STAT-SAL-STATUS
012300         MOVE 16 TO RETURN-CODE
012310         STOP RUN
012320     END-IF.
012330     MOVE WK-STAT-DIA TO STAT-SAL-RECORD.
012340     WRITE STAT-SAL-RECORD.
012350     CLOSE STAT-SAL-FILE.
012360 0570-FIN.
012370     EXIT.
012380
012390******************************************************************
012400* 0600-DETALLE-PARTICION                                         *
012410* UNA LINEA POR PARTICION CON SU RANGO, LO QUE REPORTO EN        *
012420* SAM-STAT, LOS DETALLES QUE APORTO AL EXTRACTO Y LAS CUENTAS DE *
012430* SAM-TAB DE SU RANGO.                                           *
012440******************************************************************
012450 0600-DETALLE-PARTICION.
012460     MOVE WK-PT-I                      TO WK-DET-PARTICION.
012470     MOVE WK-PT-PROCESADOS (WK-PT-I)   TO WK-DET-PROCESADOS.
012480     MOVE WK-PT-INSERTADOS (WK-PT-I)   TO WK-DET-INSERTADOS.
012490     MOVE WK-PT-XTRC-CNT   (WK-PT-I)   TO WK-DET-XTRC.
012500     MOVE WK-PT-TAB-INI    (WK-PT-I)   TO WK-DET-TAB-INI.
012510     MOVE WK-PT-TAB-FIN    (WK-PT-I)   TO WK-DET-TAB-FIN.
012520     MOVE WK-PT-RC         (WK-PT-I)   TO WK-DET-RC.
012530     MOVE SPACES TO WK-LINEA-RPT.
012540     STRING ' '                       DELIMITED BY SIZE
012550            WK-DET-PARTICION          DELIMITED BY SIZE
012560            '  '                      DELIMITED BY SIZE
012570            WK-PT-JOB (WK-PT-I)       DELIMITED BY SIZE
012580            ' '                       DELIMITED BY SIZE
012590            WK-PT-LLAVE-INI (WK-PT-I) DELIMITED BY SIZE
012600            ' '                       DELIMITED BY SIZE
012610            WK-PT-LLAVE-FIN (WK-PT-I) DELIMITED BY SIZE
012620            ' '                       DELIMITED BY SIZE
012630            WK-DET-PROCESADOS         DELIMITED BY SIZE
012640            ' '                       DELIMITED BY SIZE
012650            WK-DET-INSERTADOS         DELIMITED BY SIZE
012660            ' '                       DELIMITED BY SIZE
012670            WK-DET-XTRC               DELIMITED BY SIZE
012680            ' '                       DELIMITED BY SIZE
012690            WK-DET-TAB-INI            DELIMITED BY SIZE
012700            ' '                       DELIMITED BY SIZE
012710            WK-DET-TAB-FIN            DELIMITED BY SIZE
012720            '   '                     DELIMITED BY SIZE
012730            WK-PT-BALANCE (WK-PT-I)   DELIMITED BY SIZE
012740            '    '                    DELIMITED BY SIZE
012750            WK-DET-RC                 DELIMITED BY SIZE
012760       INTO WK-LINEA-RPT.
012770     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
012780 0600-FIN.
012790     EXIT.
012800
012810******************************************************************
012820* 0800-REPORTA-ERROR                                             *
012830* LISTA EL ERROR EN WK-MENSAJE Y LO CUENTA; CUALQUIER ERROR DEJA *
012840* EL DIA EN RETURN-CODE 8 (VER 0560-GRADUA-RETORNO).             *
012850******************************************************************
012860 0800-REPORTA-ERROR.
012870     ADD 1 TO WK-CONT-ERRORES.
012880     MOVE SPACES TO WK-LINEA-RPT.
012890     STRING '  *** ERROR: '     DELIMITED BY SIZE
012900            WK-MENSAJE          DELIMITED BY SIZE
012910       INTO WK-LINEA-RPT.
012920     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
012930 0800-FIN.
012940     EXIT.
012950
012960 0810-ESCRIBE-LINEA.
012970     IF WK-LINEA-ACTUAL >= WK-MAX-LINEAS
012980         PERFORM 0150-ENCABEZADO-RPT THRU 0150-FIN
012990     END-IF.
013000     MOVE WK-LINEA-RPT TO SAM-CONR-RECORD.
013010     WRITE SAM-CONR-RECORD AFTER ADVANCING 1 LINE.
013020     ADD 1 TO WK-LINEA-ACTUAL.
013030     MOVE SPACES TO WK-LINEA-RPT.
013040 0810-FIN.
013050     EXIT.
013060
013070******************************************************************
013080* 0860-ABORTA-SQL                                                *
013090* ERROR DE SQL EN EL CONTEO DE SAM-TAB. LA CONSOLIDACION NO      *
013100* ACTUALIZA LA TABLA, ASI QUE NO HAY NADA QUE DESHACER: SE       *
013110* DETIENE EL JOB CON RETURN-CODE 12 Y SE VUELVE A CORRER COMPLETO*
013120******************************************************************
013130 0860-ABORTA-SQL.
013140     MOVE SQLCODE TO WK-SQLCODE-ED.
013150     DISPLAY "SAMCONSO ERROR SQL EN " WK-OPERACION-SQL
013160             " SQLCODE " WK-SQLCODE-ED.
013170     MOVE 12 TO RETURN-CODE.
013180     STOP RUN.
013190 0860-FIN.
013200     EXIT.
013210
013220******************************************************************
013230* 0900-TERMINA                                                   *
013240******************************************************************
013250 0900-TERMINA.
013260     PERFORM 0950-TOTALES-CONTROL THRU 0950-FIN.
013270     CLOSE SAM-CTRL-FILE.
013280     CLOSE SAM-CONR-FILE.
013290     MOVE WK-ST-RETURN-CODE TO RETURN-CODE.
013300     DISPLAY "SAMCONSO FIN PROCESO".
013310 0900-FIN.
013320     EXIT.
013330
013340******************************************************************
013350* 0950-TOTALES-CONTROL                                           *
013360******************************************************************
013370 0950-TOTALES-CONTROL.
013380     MOVE SPACES TO WK-LINEA-RPT.
013390     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
013400     STRING 'PT JOB      DESDE  HASTA   PROCESADOS       ALTAS'
013410                         DELIMITED BY SIZE
013420            '    EXTRACTO  SAM-TAB INI  SAM-TAB FIN CUADRE RC'
013430                         DELIMITED BY SIZE
013440       INTO WK-LINEA-RPT.
013450     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
013460     PERFORM 0600-DETALLE-PARTICION THRU 0600-FIN
013470             VARYING WK-PT-I FROM 1 BY 1
013480             UNTIL WK-PT-I > WK-PT-CNT.
013490     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
013500
013510     MOVE 'PARTICIONES CONSOLIDADAS    : ' TO WK-CONT-ETIQUETA.
013520     MOVE WK-PT-CNT TO WK-CONT-ED.
013530     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013540     MOVE 'DETALLES EN SAM-XTRC        : ' TO WK-CONT-ETIQUETA.
013550     MOVE WK-CONT-XTRC TO WK-CONT-ED.
013560     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013570     MOVE 'DETALLES REPETIDOS OMITIDOS : ' TO WK-CONT-ETIQUETA.
013580     MOVE WK-CONT-XTRC-DUP TO WK-CONT-ED.
013590     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013600     MOVE 'REGISTROS EN SAM-HIST       : ' TO WK-CONT-ETIQUETA.
013610     MOVE WK-CONT-HIST TO WK-CONT-ED.
013620     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013630     MOVE 'REGISTROS EN SAM-AUDT       : ' TO WK-CONT-ETIQUETA.
013640     MOVE WK-CONT-AUDT TO WK-CONT-ED.
013650     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013660     MOVE 'REGISTROS EN SAM-EXCP       : ' TO WK-CONT-ETIQUETA.
013670     MOVE WK-CONT-EXCP TO WK-CONT-ED.
013680     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013690     MOVE 'REGISTROS EN SAM-ERRQ       : ' TO WK-CONT-ETIQUETA.
013700     MOVE WK-CONT-ERRQ TO WK-CONT-ED.
013710     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013720     MOVE 'TRAMOS REPETIDOS POR RESTART: ' TO WK-CONT-ETIQUETA.
013730     MOVE WK-CONT-REGRESOS TO WK-CONT-ED.
013740     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013750     MOVE 'REGISTROS SAM-STAT LEIDOS   : ' TO WK-CONT-ETIQUETA.
013760     MOVE WK-CONT-STAT TO WK-CONT-ED.
013770     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013780     MOVE 'TOTAL REGISTROS PROCESADOS  : ' TO WK-CONT-ETIQUETA.
013790     MOVE WK-ST-PROCESADOS TO WK-CONT-ED.
013800     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013810
013820     IF WK-MODO-DIA = 'R'
013830         MOVE 'TOTAL ALTAS EN SAM-TAB      : ' TO WK-CONT-ETIQUETA
013840         MOVE WK-ST-INSERTADOS TO WK-CONT-ED
013850         PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
013860         MOVE 'RENGLONES SAM-TAB INICIALES : ' TO WK-CONT-ETIQUETA
013870         MOVE WK-TAB-CUENTA-INI TO WK-CONT-ED
013880         PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
013890         MOVE 'RENGLONES SAM-TAB FINALES   : ' TO WK-CONT-ETIQUETA
013900         MOVE WK-TAB-CUENTA-FIN TO WK-CONT-ED
013910         PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
013920     END-IF.
013930
013940     MOVE SPACES TO WK-LINEA-RPT.
013950     STRING 'CUADRE DE RENGLONES (S/N)   : ' DELIMITED BY SIZE
013960            WK-ST-BALANCE                    DELIMITED BY SIZE
013970       INTO WK-LINEA-RPT.
013980     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
013990     MOVE 'ERRORES DE CONSOLIDACION    : ' TO WK-CONT-ETIQUETA.
014000     MOVE WK-CONT-ERRORES TO WK-CONT-ED.
014010     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
014020     MOVE 'RETURN-CODE DEL DIA         : ' TO WK-CONT-ETIQUETA.
014030     MOVE WK-ST-RETURN-CODE TO WK-CONT-ED.
014040     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
014050 0950-FIN.
014060     EXIT.
014070
014080 0960-LINEA-TOTAL.
014090     MOVE SPACES TO WK-LINEA-RPT.
014100     STRING WK-CONT-ETIQUETA DELIMITED BY SIZE
014110            WK-CONT-ED       DELIMITED BY SIZE
014120       INTO WK-LINEA-RPT.
014130     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
014140 0960-FIN.
014150     EXIT.
