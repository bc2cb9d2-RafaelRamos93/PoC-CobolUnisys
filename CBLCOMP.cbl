000260*                  UN REGISTRO DE CHECKPOINT CADA N LECTURAS Y
000270*                  UN PARM DE RESTART REPOSICIONA CON START EN
000280*                  LUGAR DE REPROCESAR DESDE EL INICIO.
000290* 06/08/2026  RAV  SALIDA DE LISTADO A ARCHIVO IMPRESO SAM-RPT
000300*                  CON ENCABEZADOS DE PAGINA, SALTOS DE PAGINA
000310*                  Y CONTEO DE LINEAS, EN LUGAR DE SOLO DISPLAY.
000320* 06/15/2026  RAV  ARCHIVO DE EXCEPCIONES SAM-EXCP PARA LLAVES
000330*                  DE SAM-FILE SIN CONTRAPARTE EN SAM-TAB.
000340* 06/22/2026  RAV  TOTALES DE CONTROL AL FINAL DEL LISTADO:
000350*                  PROCESADOS, ENCONTRADOS Y EXCEPCIONES.
000360* 07/06/2026  RAV  MODO DE REFRESCO DE SAM-TAB A PARTIR DE
000370*                  SAM-FILE (INSERT/UPDATE) CONTROLADO POR PARM,
000380*                  ADEMAS DEL MODO DE CONSULTA ORIGINAL.
000390* 07/13/2026  RAV  ARCHIVO HISTORICO SAM-HIST CON UNA COPIA DE
000400*                  CADA REGISTRO DE SAM-FILE LEIDO EN LA CORRIDA,
000410*                  FECHADA CON LA FECHA DE PROCESO.
000420* 07/20/2026  RAV  FECHA DE PROCESO CON SIGLO COMPLETO (AAAA) Y
000430*                  PARM PARA SOBREESCRIBIRLA EN RECORRIDOS DE
000440*                  FECHAS ANTERIORES (ANTES TOMABA SIEMPRE LA
000450*                  FECHA DEL SISTEMA CON AA DE 2 DIGITOS).
000460* 07/27/2026  RAV  VALIDACION DE LLAVE NUMERICA ANTES DE ACCESAR
000470*                  SAM-TAB. LLAVES NO NUMERICAS SE MANDAN A UN
000480*                  ARCHIVO DE COLA DE ERRORES (SAM-ERRQ) CON EL
000490*                  REGISTRO COMPLETO, EN LUGAR DE INTENTAR EL
000500*                  SELECT Y FALLAR CON UN SQLCODE CONFUSO.
000510* 08/03/2026  RAV  SE INVOCA LA SUBRUTINA EJEMPLO-UNISYS PARA
000520*                  DETECTAR TRUNCAMIENTO AL ARMAR LOS HOST-VARS
000530*                  DE SAM-TAB; SE BITACORIZA EN SAM-EXCP CUANDO
000540*                  HAY PERDIDA DE DATOS.
000550* 08/09/2026  RAV  PARM PARA REPROCESO SELECTIVO DE UNA LLAVE O
000560*                  RANGO DE LLAVES DE SAM-FILE (START/STOP), SIN
000570*                  TENER QUE CORRER TODO EL ARCHIVO.
000580* 08/22/2026  RAV  ARCHIVO DE RUN-STATS SAM-STAT DE UN REGISTRO
000590*                  (FECHA, MODO, CONTADORES Y CUADRE) PARA EL
000600*                  SCHEDULER Y EL TABLERO MATUTINO; RETURN-CODE
000610*                  GRADUADO (0 LIMPIO, 4 CON EXCEPCIONES O
000620*                  TRUNCAMIENTOS, 8 FUERA DE CUADRE) Y, EN
000630*                  REFRESCO, CUADRE DE RENGLONES: CUENTA INICIAL
000640*                  DE SAM-TAB MAS ALTAS DEBE DAR LA CUENTA
000650*                  FINAL. LA CUENTA INICIAL VIAJA EN EL
000660*                  CHECKPOINT PARA QUE EL RESTART CUADRE CONTRA
000670*                  EL ARRANQUE ORIGINAL DEL DIA.
000680* 08/30/2026  RAV  CICLO DE VIDA DE ESTATUS EN SAM-TAB: LA
000690*                  TABLA GANA SAM_ESTATUS Y SAM_ESTATUS_FECHA.
000700*                  EL REFRESCO REACTIVA ('A') EL RENGLON
000710*                  INACTIVO CUYA LLAVE REAPARECE EN SAM-FILE Y
000720*                  BITACORIZA LA TRANSICION EN SAM-AUDT CON
000730*                  ACCION 'R'; LAS ALTAS NACEN ACTIVAS. EL
000740*                  EXTRACTO SAM-XTRC YA NO ACARREA RENGLONES
000750*                  INACTIVOS (SE CUENTAN COMO EXCLUIDOS). EL
000760*                  CHECKPOINT CRECE PARA ACARREAR LOS DOS
000770*                  CONTADORES NUEVOS.
000780* 08/29/2026  RAV  EL ACCESO A SAM-TAB DEJA DE SER UN SELECT
000790*                  POR REGISTRO: COMO SAM-FILE SE RECORRE EN
000800*                  ORDEN DE LLAVE, SE ABRE UN SOLO CURSOR SOBRE
000810*                  SAM-TAB ORDENADO POR SAM_ID (COMO SAMRECON)
000820*                  Y LOS DOS FLUJOS SE EMPATAN CON LECTURA
000830*                  BALANCEADA. EL SELECT DIRECTO QUEDA COMO
000840*                  RESPALDO PARA EL REPROCESO SELECTIVO DE
000850*                  RANGOS, DONDE NO CONVIENE BARRER LA TABLA.
000860*                  CONSULTA, EXCEPCIONES, EXTRACTO Y TOTALES
000870*                  SALEN IDENTICOS - EL CAMBIO ES SOLO PARA
000880*                  CABER EN LA VENTANA NOCTURNA.
000890* 08/24/2026  RAV  SE EXTIENDE EL REGISTRO DE SAM-FILE CON
000900*                  ESTADO DEL CLIENTE, TELEFONO Y FECHA DE
000910*                  ULTIMO MANTENIMIENTO (96 A 117 POSICIONES) Y
000920*                  SE ACARREAN LOS CAMPOS NUEVOS AL HISTORICO
000930*                  SAM-HIST, AL EXTRACTO SAM-XTRC Y A LA COLA
000940*                  SAM-ERRQ. SAM-TAB GANA LA COLUMNA SAM_PHONE
000950*                  (MISMO ANCHO, SIN TRUNCAMIENTO); EL ESTADO Y
000960*                  LA FECHA DE MANTENIMIENTO QUEDAN SOLO EN EL
000970*                  ARCHIVO. LOS ARCHIVOS EXISTENTES SE RECARGAN
000980*                  AL FORMATO NUEVO CON EL PROGRAMA SAMCONV.
000990* 08/19/2026  RAV  PERFIL DE CALIDAD DE DATOS DE SAM-FILE: CADA
001000*                  REGISTRO SE CALIFICA CONTRA REGLAS DE CAMPO
001010*                  (NO BLANCO, LONGITUD MINIMA, JUEGO DE
001020*                  CARACTERES) CON SEVERIDAD S/L; LAS FALLAS VAN
001030*                  AL REPORTE SAM-QRPT Y AL FINAL SE IMPRIME UN
001040*                  SCORECARD JUNTO A LOS TOTALES DE CONTROL. EN
001050*                  REFRESCO, AL REBASARSE EL UMBRAL DE PORCIENTO
001060*                  DEL PARM (COL 25-27) SE DEJA DE APLICAR A
001070*                  SAM-TAB TODO REGISTRO CON FALLA SEVERA, PARA
001080*                  QUE UNA CARGA PODRIDA NO ENVENENE LA TABLA.
001090*                  EL CHECKPOINT CRECE PARA ACARREAR LOS
001100*                  CONTADORES DE CALIDAD.
001110* 08/17/2026  RAV  MANEJO DE SQLCODE EN EL REFRESCO: EL UPDATE
001120*                  DE 0142 Y EL INSERT DE 0143 YA NO SE DAN POR
001130*                  BUENOS A CIEGAS. DEADLOCK/TIMEOUT (-911/-913)
001140*                  SE REINTENTA HASTA N VECES (PARM COL 23-24,
001150*                  DEFAULT 3); UN ERROR DURO SE BITACORIZA EN
001160*                  SAM-EXCP CON LLAVE Y SQLCODE Y EL JOB TERMINA
001170*                  CON ROLLBACK Y RETURN-CODE 12. SE TOMA COMMIT
001180*                  AL RITMO DEL CHECKPOINT (ANTES DE GRABARLO) Y
001190*                  AL TERMINAR, PARA QUE EL CHECKPOINT NUNCA
001200*                  APUNTE MAS ALLA DEL TRABAJO CONFIRMADO.
001210* 08/14/2026  RAV  ARCHIVO DE EXTRACTO SAM-XTRC PARA EL DATA
001220*                  WAREHOUSE: UN DETALLE POR CADA LLAVE CON
001230*                  CONTRAPARTE EN SAM-TAB (CAMPOS DE SAM-FILE
001240*                  MAS COLUMNAS DE SAM-TAB), ENMARCADO POR UN
001250*                  HEADER CON FECHA DE PROCESO Y UN TRAILER CON
001260*                  CUENTA DE DETALLES Y SUMA HASH DE SAM-ID. EL
001270*                  CHECKPOINT CRECE PARA ACARREAR CUENTA Y HASH
001280*                  Y QUE EL TRAILER CUADRE EN CORRIDAS RESTART.
001290* 08/12/2026  RAV  SE EXTIENDE EL REGISTRO DE SAM-ERRQ CON UN
001300*                  CODIGO DE ESTADO ('P' PENDIENTE AL GRABARLO
001310*                  AQUI) Y LA FECHA DE ALTA EN LA COLA, PARA QUE
001320*                  EL PROGRAMA SAMRECIC PUEDA RECICLAR REGISTROS
001330*                  CORREGIDOS Y DEPURAR LOS ENVEJECIDOS. LA COLA
001340*                  EXISTENTE DEBE RECARGARSE AL NUEVO FORMATO.
001350* 08/10/2026  RAV  ARCHIVO DE AUDITORIA SAM-AUDT CON IMAGEN
001360*                  ANTES/DESPUES DE NOMBRE, DIRECCION Y CONTACTO
001370*                  POR CADA INSERT O UPDATE A SAM-TAB EN MODO
001380*                  REFRESCO, A PETICION DE CUMPLIMIENTO. EL
001390*                  LISTADO FORMATEADO LO PRODUCE SAMAUDIT.
001400* 09/25/2026  RAV  EL REFRESCO YA NO REACTIVA UN RENGLON INACTIVO
001410*                  SI EL REGISTRO DE SAM-FILE TAMBIEN ESTA EN
001420*                  'I': ASI NO DESHACE LA CORRECCION DE ESTATUS
001430*                  QUE HACE EL CUADRE DE CAMPOS SAMCUADR.
001440* 10/05/2026  RAV  0130-VALIDA-LLAVE TAMBIEN VALIDA EL DIGITO
001450*                  VERIFICADOR DE LA LLAVE (SUBRUTINA SAMLLAVE);
001460*                  LA QUE NO CUADRA VA A SAM-ERRQ CON MOTIVO
001470*                  'DIGITO VERIFICADOR'. CUENTA APARTE EN EL
001480*                  CHECKPOINT Y EN LOS TOTALES.
001490* 10/15/2026  RAV  CORRIDA POR PARTICIONES: PARM COL 28-41 TRAE
001500*                  NUMERO DE PARTICION Y RANGO DE LLAVES. CADA
001510*                  PARTICION CORRE COMO UN PASO CONCURRENTE CON
001520*                  SUS PROPIOS ARCHIVOS (CHECKPOINT, SAM-STAT Y
001530*                  SALIDAS), BARRE SOLO SU RANGO CON EL CURSOR,
001540*                  GRABA CHECKPOINT Y ADMITE RESTART. EL CUADRE
001550*                  DE RENGLONES SE HACE SOBRE SU RANGO; EL
001560*                  EXTRACTO LLEVA LA PARTICION EN EL HEADER Y
001570*                  LAS CUENTAS DEL RANGO EN EL TRAILER PARA EL
001580*                  CONSOLIDADOR SAMCONSO. EL CHECKPOINT CRECE
001590*                  PARA ACARREAR EL NUMERO DE PARTICION.
001600*----------------------------------------------------------------
001610 ENVIRONMENT DIVISION.
001620 INPUT-OUTPUT SECTION.
001630 FILE-CONTROL.
001640
001650     SELECT SAM-FILE
001660         ASSIGN TO "Sample-File"
001670         ORGANIZATION IS INDEXED
001680         RECORD KEY IS SAM-FILE-KEY-NUMBER
001690         ACCESS MODE IS DYNAMIC
001700         FILE STATUS IS WS-SAM-FILE-STATUS.
001710
001720     SELECT SAM-CKPT-FILE
001730         ASSIGN TO "SAM-CKPT"
001740         ORGANIZATION IS SEQUENTIAL
001750         FILE STATUS IS WS-SAM-CKPT-STATUS.
001760
001770     SELECT SAM-RPT-FILE
001780         ASSIGN TO "SAM-RPT"
001790         ORGANIZATION IS SEQUENTIAL
001800         FILE STATUS IS WS-SAM-RPT-STATUS.
001810
001820     SELECT SAM-EXCP-FILE
001830         ASSIGN TO "SAM-EXCP"
001840         ORGANIZATION IS SEQUENTIAL
001850         FILE STATUS IS WS-SAM-EXCP-STATUS.
001860
001870     SELECT SAM-ERRQ-FILE
001880         ASSIGN TO "SAM-ERRQ"
001890         ORGANIZATION IS SEQUENTIAL
001900         FILE STATUS IS WS-SAM-ERRQ-STATUS.
001910
001920     SELECT SAM-HIST-FILE
001930         ASSIGN TO "SAM-HIST"
001940         ORGANIZATION IS SEQUENTIAL
001950         FILE STATUS IS WS-SAM-HIST-STATUS.
001960
001970     SELECT SAM-AUDT-FILE
001980         ASSIGN TO "SAM-AUDT"
001990         ORGANIZATION IS SEQUENTIAL
002000         FILE STATUS IS WS-SAM-AUDT-STATUS.
002010
002020     SELECT SAM-XTRC-FILE
002030         ASSIGN TO "SAM-XTRC"
002040         ORGANIZATION IS SEQUENTIAL
002050         FILE STATUS IS WS-SAM-XTRC-STATUS.
002060
002070     SELECT SAM-QRPT-FILE
002080         ASSIGN TO "SAM-QRPT"
002090         ORGANIZATION IS SEQUENTIAL
002100         FILE STATUS IS WS-SAM-QRPT-STATUS.
002110
002120     SELECT SAM-STAT-FILE
002130         ASSIGN TO "SAM-STAT"
002140         ORGANIZATION IS SEQUENTIAL
002150         FILE STATUS IS WS-SAM-STAT-STATUS.
002160 DATA DIVISION.
002170 FILE SECTION.
002180
002190 FD  SAM-FILE
002200     DATA RECORD IS SAM-FILE-RECORD
002210     LABEL RECORDS ARE STANDARD
002220     RECORD CONTAINS 117 CHARACTERS.
002230 01  SAM-FILE-RECORD.
002240     05 SAM-FILE-KEY-NUMBER   PIC X(06).
002250     05 SAM-FILE-NAME         PIC X(30).
002260     05 SAM-FILE-ADDRESS      PIC X(30).
002270     05 SAM-FILE-CONTACT      PIC X(30).
002280     05 SAM-FILE-ESTADO       PIC X(01).
002290     05 SAM-FILE-TELEFONO     PIC X(10).
002300     05 SAM-FILE-FECHA-MANT   PIC X(10).
002310
002320 FD  SAM-CKPT-FILE
002330     LABEL RECORDS ARE STANDARD
002340     RECORD CONTAINS 177 CHARACTERS.
002350 01  SAM-CKPT-RECORD.
002360     05 CKPT-ULTIMA-LLAVE     PIC X(06).
002370     05 CKPT-RUN-DATE         PIC X(10).
002380     05 CKPT-CONT-PROCESADOS  PIC 9(09).
002390     05 CKPT-CONT-ENCONTRADOS PIC 9(09).
002400     05 CKPT-CONT-EXCEPCIONES PIC 9(09).
002410     05 CKPT-CONT-LLAVE-INVAL PIC 9(09).
002420     05 CKPT-CONT-TRUNCADOS   PIC 9(09).
002430     05 CKPT-CONT-INSERTADOS  PIC 9(09).
002440     05 CKPT-CONT-ACTUALIZAD  PIC 9(09).
002450     05 CKPT-CONT-XTRC        PIC 9(09).
002460     05 CKPT-XTRC-HASH        PIC 9(15).
002470     05 CKPT-CONT-CAL-SEVERA  PIC 9(09).
002480     05 CKPT-CONT-CAL-LEVE    PIC 9(09).
002490     05 CKPT-CONT-CAL-VIOLA   PIC 9(09).
002500     05 CKPT-CONT-CAL-OMITID  PIC 9(09).
002510     05 CKPT-TAB-CUENTA-INI   PIC 9(09).
002520     05 CKPT-CONT-REACTIVAD   PIC 9(09).
002530     05 CKPT-CONT-XTRC-INAC   PIC 9(09).
002540     05 CKPT-CONT-DIGITO-INV  PIC 9(09).
002550     05 CKPT-PARTICION        PIC 9(02).
002560
002570 FD  SAM-RPT-FILE
002580     LABEL RECORDS ARE STANDARD
002590     RECORD CONTAINS 132 CHARACTERS.
002600 01  SAM-RPT-RECORD             PIC X(132).
002610
002620 FD  SAM-EXCP-FILE
002630     LABEL RECORDS ARE STANDARD
002640     RECORD CONTAINS 40 CHARACTERS.
002650 01  SAM-EXCP-RECORD.
002660     05 EXCP-KEY-NUMBER         PIC X(06).
002670     05 FILLER                  PIC X(02) VALUE SPACES.
002680     05 EXCP-RUN-DATE           PIC X(10).
002690     05 FILLER                  PIC X(02) VALUE SPACES.
002700     05 EXCP-MOTIVO             PIC X(20).
002710
002720 FD  SAM-ERRQ-FILE
002730     LABEL RECORDS ARE STANDARD
002740     RECORD CONTAINS 174 CHARACTERS.
002750 01  SAM-ERRQ-RECORD.
002760     05 ERRQ-KEY-NUMBER         PIC X(06).
002770     05 FILLER                  PIC X(02) VALUE SPACES.
002780     05 ERRQ-RUN-DATE           PIC X(10).
002790     05 FILLER                  PIC X(02) VALUE SPACES.
002800     05 ERRQ-MOTIVO             PIC X(20).
002810     05 FILLER                  PIC X(02) VALUE SPACES.
002820     05 ERRQ-REGISTRO           PIC X(117).
002830     05 FILLER                  PIC X(02) VALUE SPACES.
002840     05 ERRQ-ESTADO             PIC X(01).
002850     05 FILLER                  PIC X(02) VALUE SPACES.
002860     05 ERRQ-FECHA-ALTA         PIC X(10).
002870
002880 FD  SAM-XTRC-FILE
002890     LABEL RECORDS ARE STANDARD
002900     RECORD CONTAINS 203 CHARACTERS.
002910 01  XTRC-HEADER-RECORD.
002920     05 XTRC-H-TIPO             PIC X(01).
002930     05 XTRC-H-FILE-ID          PIC X(08).
002940     05 XTRC-H-FECHA            PIC X(10).
002950     05 XTRC-H-PARTICION        PIC 9(02).
002960     05 XTRC-H-LLAVE-INI        PIC 9(06).
002970     05 XTRC-H-LLAVE-FIN        PIC 9(06).
002980     05 FILLER                  PIC X(170).
002990 01  XTRC-DETAIL-RECORD.
003000     05 XTRC-D-TIPO             PIC X(01).
003010     05 XTRC-D-KEY              PIC X(06).
003020     05 XTRC-D-FILE-NAME        PIC X(30).
003030     05 XTRC-D-FILE-ADDRESS     PIC X(30).
003040     05 XTRC-D-FILE-CONTACT     PIC X(30).
003050     05 XTRC-D-FILE-ESTADO      PIC X(01).
003060     05 XTRC-D-FILE-TELEFONO    PIC X(10).
003070     05 XTRC-D-FILE-FECHA-MANT  PIC X(10).
003080     05 XTRC-D-TAB-NAME         PIC X(25).
003090     05 XTRC-D-TAB-ADDRESS      PIC X(25).
003100     05 XTRC-D-TAB-CONTACT      PIC X(25).
003110     05 XTRC-D-TAB-PHONE        PIC X(10).
003120 01  XTRC-TRAILER-RECORD.
003130     05 XTRC-T-TIPO             PIC X(01).
003140     05 XTRC-T-CUENTA           PIC 9(09).
003150     05 XTRC-T-HASH             PIC 9(15).
003160     05 XTRC-T-TAB-CUENTA-INI   PIC 9(09).
003170     05 XTRC-T-TAB-CUENTA-FIN   PIC 9(09).
003180     05 FILLER                  PIC X(160).
003190
003200 FD  SAM-QRPT-FILE
003210     LABEL RECORDS ARE STANDARD
003220     RECORD CONTAINS 132 CHARACTERS.
003230 01  SAM-QRPT-RECORD            PIC X(132).
003240
003250 FD  SAM-STAT-FILE
003260     LABEL RECORDS ARE STANDARD
003270     RECORD CONTAINS 122 CHARACTERS.
003280 01  SAM-STAT-RECORD.
003290     05 STAT-FECHA-PROCESO      PIC X(10).
003300     05 STAT-MODO               PIC X(01).
003310     05 STAT-CONT-PROCESADOS    PIC 9(09).
003320     05 STAT-CONT-ENCONTRADOS   PIC 9(09).
003330     05 STAT-CONT-EXCEPCIONES   PIC 9(09).
003340     05 STAT-CONT-LLAVE-INVAL   PIC 9(09).
003350     05 STAT-CONT-TRUNCADOS     PIC 9(09).
003360     05 STAT-CONT-INSERTADOS    PIC 9(09).
003370     05 STAT-CONT-ACTUALIZAD    PIC 9(09).
003380     05 STAT-CONT-XTRC          PIC 9(09).
003390     05 STAT-CONT-CAL-SEVERA    PIC 9(09).
003400     05 STAT-CONT-CAL-LEVE      PIC 9(09).
003410     05 STAT-CONT-CAL-OMITID    PIC 9(09).
003420     05 STAT-CONT-REINTENTOS    PIC 9(09).
003430     05 STAT-BALANCE            PIC X(01).
003440     05 STAT-RETURN-CODE        PIC 9(02).
003450
003460 FD  SAM-HIST-FILE
003470     LABEL RECORDS ARE STANDARD
003480     RECORD CONTAINS 127 CHARACTERS.
003490 01  SAM-HIST-RECORD.
003500     05 HIST-KEY-NUMBER         PIC X(06).
003510     05 HIST-NAME               PIC X(30).
003520     05 HIST-ADDRESS            PIC X(30).
003530     05 HIST-CONTACT            PIC X(30).
003540     05 HIST-ESTADO             PIC X(01).
003550     05 HIST-TELEFONO           PIC X(10).
003560     05 HIST-FECHA-MANT         PIC X(10).
003570     05 HIST-RUN-DATE           PIC X(10).
003580
003590 FD  SAM-AUDT-FILE
003600     LABEL RECORDS ARE STANDARD
003610     RECORD CONTAINS 167 CHARACTERS.
003620 01  SAM-AUDT-RECORD.
003630     05 AUDT-SAM-ID             PIC X(06).
003640     05 AUDT-RUN-DATE           PIC X(10).
003650     05 AUDT-ACCION             PIC X(01).
003660     05 AUDT-NAME-ANT           PIC X(25).
003670     05 AUDT-ADDRESS-ANT        PIC X(25).
003680     05 AUDT-CONTACT-ANT        PIC X(25).
003690     05 AUDT-NAME-NVO           PIC X(25).
003700     05 AUDT-ADDRESS-NVO        PIC X(25).
003710     05 AUDT-CONTACT-NVO        PIC X(25).
003720
003730 WORKING-STORAGE SECTION.
003740
003750 EXEC SQL
003760      INCLUDE SQLCA
003770 END-EXEC.
003780
003790 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
003800
003810 EXEC SQL
003820      INCLUDE DCLSAM
003830 END-EXEC.
003840
003850 01  WK-TAB-CUENTA            PIC S9(09) COMP.
003860 01  WK-PART-TAB-INI          PIC X(06) VALUE LOW-VALUES.
003870 01  WK-PART-TAB-FIN          PIC X(06) VALUE HIGH-VALUES.
003880
003890 EXEC SQL END DECLARE SECTION END-EXEC.
003900
003910******************************************************************
003920* CURSOR DE EMPATE BALANCEADO: LA TABLA COMPLETA EN EL MISMO    *
003930* ORDEN DE LLAVE EN QUE SE RECORRE SAM-FILE. WITH HOLD PARA QUE *
003940* LOS COMMIT DEL REFRESCO (0620) NO LO CIERREN A MEDIA CORRIDA. *
003950* EN UNA CORRIDA POR PARTICIONES SOLO TRAE EL RANGO DE LLAVES   *
003960* DE LA PARTICION; FUERA DE ESE MODO LOS LIMITES QUEDAN EN      *
003970* LOW-VALUES/HIGH-VALUES Y CUBREN LA TABLA COMPLETA.            *
003980******************************************************************
003990 EXEC SQL
004000      DECLARE CUR-SAM-TAB CURSOR WITH HOLD FOR
004010      SELECT SAM_ID,
004020             SAM_NAME,
004030             SAM_ADDRESS,
004040             SAM_CONTACT,
004050             SAM_PHONE,
004060             SAM_ESTATUS,
004070             SAM_ESTATUS_FECHA
004080        FROM SAM-TAB
004090       WHERE SAM_ID >= :WK-PART-TAB-INI
004100         AND SAM_ID <= :WK-PART-TAB-FIN
004110       ORDER BY SAM_ID
004120 END-EXEC.
004130
004140******************************************************************
004150* CONSTANTES                                                     *
004160******************************************************************
004170 77  WK-CKPT-INTERVALO        PIC 9(09) COMP VALUE 1000.
004180
004190 01  WK-AREA.
004200     05 WK-DATE-CURR.
004210        07 WK-DATE-MM         PIC XX   VALUE SPACES.
004220        07 FILLER             PIC X    VALUE '-'.
004230        07 WK-DATE-DD         PIC XX   VALUE SPACES.
004240        07 FILLER             PIC X    VALUE '-'.
004250        07 WK-DATE-YYYY       PIC X(04) VALUE SPACES.
004260     05 WK-ULTIMA-LLAVE       PIC X(06) VALUE SPACES.
004270     05 WK-CKPT-LLAVE         PIC 9(06) VALUE ZERO.
004280     05 WK-FECHA-SISTEMA      PIC 9(08) VALUE ZERO.
004290     05 WK-MOTIVO-ERRQ        PIC X(20) VALUE SPACES.
004300     05 WK-LLAVE-FUNCION      PIC X(01) VALUE SPACE.
004310     05 WK-LLAVE-TRABAJO      PIC X(06) VALUE SPACES.
004320     05 WK-LLAVE-RESULT-SW    PIC X(01) VALUE SPACE.
004330        88 WK-LLAVE-DV-VALIDA          VALUE 'Y'.
004340
004350 01  WK-CONTADORES.
004360     05 WK-CONT-DESDE-CKPT    PIC 9(09) COMP VALUE ZERO.
004370     05 WK-CONT-EXCEPCIONES   PIC 9(09) COMP VALUE ZERO.
004380     05 WK-CONT-PROCESADOS    PIC 9(09) COMP VALUE ZERO.
004390     05 WK-CONT-ENCONTRADOS   PIC 9(09) COMP VALUE ZERO.
004400     05 WK-CONT-INSERTADOS    PIC 9(09) COMP VALUE ZERO.
004410     05 WK-CONT-ACTUALIZAD    PIC 9(09) COMP VALUE ZERO.
004420     05 WK-CONT-TRUNCADOS     PIC 9(09) COMP VALUE ZERO.
004430     05 WK-CONT-LLAVE-INVAL   PIC 9(09) COMP VALUE ZERO.
004440     05 WK-CONT-DIGITO-INV    PIC 9(09) COMP VALUE ZERO.
004450     05 WK-CONT-XTRC          PIC 9(09) COMP VALUE ZERO.
004460     05 WK-CONT-REACTIVAD     PIC 9(09) COMP VALUE ZERO.
004470     05 WK-CONT-XTRC-INAC     PIC 9(09) COMP VALUE ZERO.
004480     05 WK-CONT-REACTIV-ED    PIC ZZZ,ZZZ,ZZ9.
004490     05 WK-CONT-XTRCINA-ED    PIC ZZZ,ZZZ,ZZ9.
004500     05 WK-XTRC-HASH          PIC 9(15) VALUE ZERO.
004510     05 WK-XTRC-LLAVE-NUM     PIC 9(06) VALUE ZERO.
004520     05 WK-CONT-CAL-SEVERA    PIC 9(09) COMP VALUE ZERO.
004530     05 WK-CONT-CAL-LEVE      PIC 9(09) COMP VALUE ZERO.
004540     05 WK-CONT-CAL-VIOLA     PIC 9(09) COMP VALUE ZERO.
004550     05 WK-CONT-CAL-OMITID    PIC 9(09) COMP VALUE ZERO.
004560     05 WK-CONT-CAL-SEV-ED    PIC ZZZ,ZZZ,ZZ9.
004570     05 WK-CONT-CAL-LEV-ED    PIC ZZZ,ZZZ,ZZ9.
004580     05 WK-CONT-CAL-VIO-ED    PIC ZZZ,ZZZ,ZZ9.
004590     05 WK-CONT-CAL-OMI-ED    PIC ZZZ,ZZZ,ZZ9.
004600     05 WK-CONT-PROCESADOS-ED PIC ZZZ,ZZZ,ZZ9.
004610     05 WK-CONT-ENCONTRAD-ED  PIC ZZZ,ZZZ,ZZ9.
004620     05 WK-CONT-EXCEPCION-ED  PIC ZZZ,ZZZ,ZZ9.
004630     05 WK-CONT-INSERTAD-ED   PIC ZZZ,ZZZ,ZZ9.
004640     05 WK-CONT-ACTUALIZ-ED   PIC ZZZ,ZZZ,ZZ9.
004650     05 WK-CONT-TRUNCAD-ED    PIC ZZZ,ZZZ,ZZ9.
004660     05 WK-CONT-INVALIDA-ED   PIC ZZZ,ZZZ,ZZ9.
004670     05 WK-CONT-DIGITO-ED     PIC ZZZ,ZZZ,ZZ9.
004680
004690 01  WK-SWITCHES.
004700     05 WK-RESTART-SW         PIC X(01) VALUE 'N'.
004710        88 WK-RESTART-SOLICITADO        VALUE 'Y'.
004720     05 WK-MODO-PROCESO       PIC X(01) VALUE 'N'.
004730        88 WK-MODO-ES-REFRESCO          VALUE 'R'.
004740     05 WK-RANGO-SW           PIC X(01) VALUE 'N'.
004750        88 WK-RANGO-ACTIVO              VALUE 'Y'.
004760     05 WK-LLAVE-VALIDA-SW    PIC X(01) VALUE 'Y'.
004770        88 WK-LLAVE-ES-VALIDA           VALUE 'Y'.
004780        88 WK-LLAVE-ES-INVALIDA         VALUE 'N'.
004790
004800 01  WK-CURSOR-AREA.
004810     05 WK-TAB-LLAVE          PIC X(06) VALUE LOW-VALUES.
004820     05 WK-CURSOR-SW          PIC X(01) VALUE 'N'.
004830        88 WK-CURSOR-ABIERTO          VALUE 'Y'.
004840
004850 01  WK-RANGO-AREA.
004860     05 WK-LLAVE-INICIAL      PIC 9(06) VALUE ZERO.
004870     05 WK-LLAVE-FINAL        PIC 9(06) VALUE ZERO.
004880     05 WK-LLAVE-ACTUAL-NUM   PIC 9(06) VALUE ZERO.
004890
004900 01  WK-PARTICION-AREA.
004910     05 WK-PARTICION          PIC 9(02) VALUE ZERO.
004920     05 WK-PART-LLAVE-INI     PIC 9(06) VALUE ZERO.
004930     05 WK-PART-LLAVE-FIN     PIC 9(06) VALUE 999999.
004940     05 WK-PARTICION-SW       PIC X(01) VALUE 'N'.
004950        88 WK-PARTICION-ACTIVA          VALUE 'Y'.
004960
004970 01  WK-BALANCE-AREA.
004980     05 WK-TAB-CUENTA-INI     PIC 9(09) COMP VALUE ZERO.
004990     05 WK-TAB-CUENTA-FIN     PIC 9(09) COMP VALUE ZERO.
005000     05 WK-TAB-INI-ED         PIC ZZZ,ZZZ,ZZ9.
005010     05 WK-TAB-FIN-ED         PIC ZZZ,ZZZ,ZZ9.
005020     05 WK-TAB-INI-SW         PIC X(01) VALUE 'N'.
005030        88 WK-TAB-INI-RESTAURADO       VALUE 'Y'.
005040     05 WK-BALANCE-SW         PIC X(01) VALUE '-'.
005050        88 WK-EN-BALANCE               VALUE 'S'.
005060        88 WK-FUERA-BALANCE            VALUE 'N'.
005070
005080 01  WK-SQL-AREA.
005090     05 WK-REINTENTOS-MAX     PIC 9(02) VALUE 03.
005100     05 WK-REINTENTOS-CNT     PIC 9(02) COMP VALUE ZERO.
005110     05 WK-CONT-REINTENTOS    PIC 9(09) COMP VALUE ZERO.
005120     05 WK-OPERACION-SQL      PIC X(12) VALUE SPACES.
005130     05 WK-SQLCODE-ED         PIC -(09)9.
005140     05 WK-SQLCODE-CORTO      PIC -(05)9.
005150     05 WK-CONT-REINTENT-ED   PIC ZZZ,ZZZ,ZZ9.
005160     05 WK-SQL-LISTO-SW       PIC X(01) VALUE 'N'.
005170        88 WK-SQL-LISTO                VALUE 'Y'.
005180
005190 01  WK-REFRESCO-AREA.
005200     05 WK-SAM-NAME-DB        PIC X(25).
005210     05 WK-SAM-ADDRESS-DB     PIC X(25).
005220     05 WK-SAM-CONTACT-DB     PIC X(25).
005230     05 WK-SAM-PHONE-DB       PIC X(10).
005240     05 WK-SAM-ESTATUS-DB     PIC X(01).
005250     05 WK-SAM-EST-FEC-DB     PIC X(10).
005260     05 WK-REACTIVA-SW        PIC X(01) VALUE 'N'.
005270        88 WK-ES-REACTIVACION         VALUE 'Y'.
005280     05 WK-AUD-ACCION         PIC X(01).
005290     05 WK-TRUNC-LLAVE        PIC 9(06).
005300     05 WK-TRUNC-LONG-DESTINO PIC 9(02) VALUE 25.
005310     05 WK-TRUNC-CAMPO        PIC X(30).
005320     05 WK-TRUNC-NOMBRE-CAMPO PIC X(10).
005330     05 WK-TRUNC-SW           PIC X(01).
005340        88 WK-HUBO-TRUNCAMIENTO         VALUE 'Y'.
005350
005360 01  WK-CALIDAD-AREA.
005370     05 WK-CAL-UMBRAL-PCT     PIC 9(03) VALUE ZERO.
005380     05 WK-CAL-PCT            PIC 9(03) VALUE ZERO.
005390     05 WK-CAL-PCT-ED         PIC ZZ9.
005400     05 WK-CAL-LONG-MINIMA    PIC 9(02) COMP VALUE 03.
005410     05 WK-CAL-CAMPO          PIC X(30).
005420     05 WK-CAL-NOMBRE-CAMPO   PIC X(10).
005430     05 WK-CAL-SEVERIDAD      PIC X(01).
005440     05 WK-CAL-REGLA          PIC X(18).
005450     05 WK-CAL-IDX            PIC 9(02) COMP VALUE ZERO.
005460     05 WK-CAL-BLANCOS        PIC 9(02) COMP VALUE ZERO.
005470     05 WK-CAL-CAR            PIC X(01).
005480        88 WK-CAL-CAR-PERMITIDO
005490           VALUES 'A' THRU 'I', 'J' THRU 'R', 'S' THRU 'Z',
005500                  '0' THRU '9', SPACE, '.', ',', '-', '#',
005510                  '/', "'".
005520     05 WK-CAL-INVALIDO-SW    PIC X(01) VALUE 'N'.
005530        88 WK-CAL-CAR-INVALIDO         VALUE 'Y'.
005540     05 WK-CAL-SEVERA-SW      PIC X(01) VALUE 'N'.
005550        88 WK-CAL-REG-SEVERO           VALUE 'Y'.
005560     05 WK-CAL-LEVE-SW        PIC X(01) VALUE 'N'.
005570        88 WK-CAL-REG-LEVE             VALUE 'Y'.
005580     05 WK-UMBRAL-SW          PIC X(01) VALUE 'N'.
005590        88 WK-UMBRAL-REBASADO          VALUE 'Y'.
005600
005610 01  WK-RPT-AREA.
005620     05 WK-LINEA-ACTUAL       PIC 9(03) COMP VALUE 99.
005630     05 WK-MAX-LINEAS         PIC 9(03) COMP VALUE 060.
005640     05 WK-PAGINA             PIC 9(05) COMP VALUE ZERO.
005650     05 WK-PAGINA-ED          PIC ZZZZ9.
005660
005670 01  WS-AREA.
005680     05  WS-SAM-FILE-STATUS   PIC XX   VALUE SPACES.
005690         88 SAM-FILE-EOF               VALUE '10'.
005700         88 SAM-FILE-OPEN              VALUE '00'.
005710     05  WS-SAM-CKPT-STATUS   PIC XX   VALUE SPACES.
005720     05  WS-SAM-RPT-STATUS    PIC XX   VALUE SPACES.
005730     05  WS-SAM-EXCP-STATUS   PIC XX   VALUE SPACES.
005740     05  WS-SAM-ERRQ-STATUS   PIC XX   VALUE SPACES.
005750     05  WS-SAM-HIST-STATUS   PIC XX   VALUE SPACES.
005760     05  WS-SAM-AUDT-STATUS   PIC XX   VALUE SPACES.
005770     05  WS-SAM-XTRC-STATUS   PIC XX   VALUE SPACES.
005780     05  WS-SAM-QRPT-STATUS   PIC XX   VALUE SPACES.
005790     05  WS-SAM-STAT-STATUS   PIC XX   VALUE SPACES.
005800
005810 LINKAGE SECTION.
005820******************************************************************
005830* PARM DE JCL - FORMATO POSICIONAL                               *
005840*   COL  1-8   FECHA DE PROCESO AAAAMMDD (OPCIONAL; SI VIENE EN  *
005850*              CEROS O BLANCOS SE USA LA FECHA DEL SISTEMA)      *
005860*   COL    9   MODO - 'R' REFRESCA SAM-TAB DESDE SAM-FILE        *
005870*              (INSERT/UPDATE); CUALQUIER OTRO VALOR ES CONSULTA *
005880*   COL   10   RESTART - 'Y' REPOSICIONA CON EL CHECKPOINT       *
005890*   COL 11-16  LLAVE INICIAL PARA REPROCESO SELECTIVO (OPCIONAL) *
005900*   COL 17-22  LLAVE FINAL PARA REPROCESO SELECTIVO (OPCIONAL;   *
005910*              SI SE OMITE Y HAY LLAVE INICIAL, SE PROCESA SOLO  *
005920*              ESA LLAVE)                                       *
005930*   COL 23-24  REINTENTOS MAXIMOS DE UN UPDATE/INSERT CON       *
005940*              DEADLOCK O TIMEOUT (OPCIONAL; DEFAULT 3)         *
005950*   COL 25-27  UMBRAL DE CALIDAD EN PORCIENTO (OPCIONAL; AL    *
005960*              REBASARLO EL PORCIENTO DE REGISTROS CON FALLA   *
005970*              SEVERA, EL REFRESCO DEJA DE APLICAR A SAM-TAB   *
005980*              LOS REGISTROS SEVEROS. CERO O AUSENTE = SIN     *
005990*              UMBRAL)                                         *
006000*   COL 28-29  NUMERO DE PARTICION 01-99 (OPCIONAL; CORRIDA      *
006010*              CONCURRENTE DE UN RANGO DE LLAVES CON CHECKPOINT  *
006020*              Y RESTART PROPIOS. NO SE COMBINA CON EL REPROCESO *
006030*              SELECTIVO DE COL 11-22)                           *
006040*   COL 30-35  PRIMERA LLAVE DE LA PARTICION (000000 = DESDE EL  *
006050*              PRINCIPIO DE SAM-FILE)                            *
006060*   COL 36-41  ULTIMA LLAVE DE LA PARTICION (999999 O AUSENTE =  *
006070*              HASTA EL FINAL DE SAM-FILE)                       *
006080******************************************************************
006090 01  LS-PARM.
006100     05 LS-PARM-LEN           PIC S9(04) COMP.
006110     05 LS-PARM-TEXT.
006120        10 LS-PARM-FECHA        PIC 9(08).
006130        10 LS-PARM-MODO         PIC X(01).
006140        10 LS-PARM-RESTART-SW   PIC X(01).
006150        10 LS-PARM-LLAVE-INI    PIC 9(06).
006160        10 LS-PARM-LLAVE-FIN    PIC 9(06).
006170        10 LS-PARM-REINTENTOS   PIC 9(02).
006180        10 LS-PARM-UMBRAL       PIC 9(03).
006190        10 LS-PARM-PARTICION    PIC 9(02).
006200        10 LS-PARM-PART-INI     PIC 9(06).
006210        10 LS-PARM-PART-FIN     PIC 9(06).
006220        10 FILLER               PIC X(39).
006230
006240 PROCEDURE DIVISION USING LS-PARM.
006250
006260******************************************************************
006270* 0000-PROGRAMA                                                  *
006280******************************************************************
006290 0000-PROGRAMA.
006300     PERFORM 0100-INICIO  THRU 0100-FIN.
006310
006320     PERFORM 0500-PROCESO THRU 0500-FIN
006330             UNTIL SAM-FILE-EOF.
006340
006350     PERFORM 0900-TERMINA THRU 0900-FIN.
006360
006370     STOP RUN.
006380
006390******************************************************************
006400* 0050-EDITA-PARM                                                *
006410* DESCOMPONE EL PARM POSICIONAL DE JCL: FECHA DE PROCESO, MODO   *
006420* (CONSULTA O REFRESCO), SWITCH DE RESTART Y RANGO DE LLAVES     *
006430* PARA REPROCESO SELECTIVO. CADA CAMPO SOLO SE TOCA SI EL PARM   *
006440* REALMENTE TRAE SUFICIENTES CARACTERES PARA CUBRIR SU COLUMNA   *
006450* (UN PARM MAS CORTO QUE EL FORMATO COMPLETO ES VALIDO - TODOS   *
006460* LOS CAMPOS DESPUES DE LA FECHA SON OPCIONALES), Y SE VALIDA    *
006470* NUMERICO ANTES DE USAR LOS CAMPOS PIC 9, IGUAL QUE SE HACE CON *
006480* LA LLAVE DE SAM-FILE EN 0130-VALIDA-LLAVE.                     *
006490******************************************************************
006500 0050-EDITA-PARM.
006510     IF LS-PARM-LEN = ZERO
006520         GO TO 0050-FIN
006530     END-IF.
006540
006550     IF LS-PARM-LEN >= 8
006560         IF LS-PARM-FECHA IS NUMERIC AND LS-PARM-FECHA NOT = ZERO
006570             MOVE LS-PARM-FECHA TO WK-FECHA-SISTEMA
006580         END-IF
006590     END-IF.
006600
006610     IF LS-PARM-LEN >= 9
006620         IF LS-PARM-MODO = 'R'
006630             MOVE 'R' TO WK-MODO-PROCESO
006640         END-IF
006650     END-IF.
006660
006670     IF LS-PARM-LEN >= 10
006680         IF LS-PARM-RESTART-SW = 'Y'
006690             MOVE 'Y' TO WK-RESTART-SW
006700         END-IF
006710     END-IF.
006720
006730     IF LS-PARM-LEN >= 24
006740         IF LS-PARM-REINTENTOS IS NUMERIC
006750            AND LS-PARM-REINTENTOS NOT = ZERO
006760             MOVE LS-PARM-REINTENTOS TO WK-REINTENTOS-MAX
006770         END-IF
006780     END-IF.
006790
006800     IF LS-PARM-LEN >= 27
006810         IF LS-PARM-UMBRAL IS NUMERIC
006820             MOVE LS-PARM-UMBRAL TO WK-CAL-UMBRAL-PCT
006830         END-IF
006840     END-IF.
006850
006860     IF LS-PARM-LEN >= 29
006870         IF LS-PARM-PARTICION IS NUMERIC
006880            AND LS-PARM-PARTICION NOT = ZERO
006890             MOVE LS-PARM-PARTICION TO WK-PARTICION
006900             MOVE 'Y'               TO WK-PARTICION-SW
006910         END-IF
006920     END-IF.
006930     IF WK-PARTICION-ACTIVA
006940         PERFORM 0055-EDITA-PARTICION THRU 0055-FIN
006950     END-IF.
006960
006970     IF LS-PARM-LEN >= 16
006980         IF LS-PARM-LLAVE-INI IS NUMERIC
006990            AND LS-PARM-LLAVE-INI NOT = ZERO
007000             MOVE LS-PARM-LLAVE-INI TO WK-LLAVE-INICIAL
007010             MOVE 'Y'               TO WK-RANGO-SW
007020         END-IF
007030     END-IF.
007040
007050     IF WK-RANGO-ACTIVO AND WK-PARTICION-ACTIVA
007060         DISPLAY "PROGRAMA PARM CON RANGO SELECTIVO Y PARTICION"
007070         MOVE 16 TO RETURN-CODE
007080         STOP RUN
007090     END-IF.
007100
007110     IF NOT WK-RANGO-ACTIVO
007120         GO TO 0050-FIN
007130     END-IF.
007140
007150     IF LS-PARM-LEN >= 22
007160         IF LS-PARM-LLAVE-FIN IS NUMERIC
007170            AND LS-PARM-LLAVE-FIN NOT = ZERO
007180             MOVE LS-PARM-LLAVE-FIN TO WK-LLAVE-FINAL
007190             GO TO 0050-FIN
007200         END-IF
007210     END-IF.
007220     MOVE WK-LLAVE-INICIAL  TO WK-LLAVE-FINAL.
007230 0050-FIN.
007240     EXIT.
007250
007260******************************************************************
007270* 0055-EDITA-PARTICION                                           *
007280* RANGO DE LLAVES DE LA PARTICION. LA PRIMERA PARTICION ARRANCA  *
007290* EN 000000 Y LA ULTIMA TERMINA EN 999999: ESOS EXTREMOS SE      *
007300* TOMAN ABIERTOS (LOW-VALUES/HIGH-VALUES) PARA QUE CUALQUIER     *
007310* LLAVE NO NUMERICA DE SAM-FILE O DE SAM-TAB CAIGA EN ALGUNA     *
007320* PARTICION Y LLEGUE A 0130-VALIDA-LLAVE COMO EN LA CORRIDA      *
007330* COMPLETA. LOS LIMITES SE COMPARAN COMO ALFANUMERICOS, IGUAL    *
007340* QUE LA LLAVE DEL ARCHIVO Y SAM_ID.                             *
007350******************************************************************
007360 0055-EDITA-PARTICION.
007370     IF LS-PARM-LEN >= 35
007380         IF LS-PARM-PART-INI IS NUMERIC
007390             MOVE LS-PARM-PART-INI TO WK-PART-LLAVE-INI
007400         END-IF
007410     END-IF.
007420
007430     IF LS-PARM-LEN >= 41
007440         IF LS-PARM-PART-FIN IS NUMERIC
007450            AND LS-PARM-PART-FIN NOT = ZERO
007460             MOVE LS-PARM-PART-FIN TO WK-PART-LLAVE-FIN
007470         END-IF
007480     END-IF.
007490
007500     IF WK-PART-LLAVE-INI > WK-PART-LLAVE-FIN
007510         DISPLAY "PROGRAMA RANGO DE PARTICION INVALIDO "
007520                 WK-PART-LLAVE-INI " " WK-PART-LLAVE-FIN
007530         MOVE 16 TO RETURN-CODE
007540         STOP RUN
007550     END-IF.
007560
007570     IF WK-PART-LLAVE-INI NOT = ZERO
007580         MOVE WK-PART-LLAVE-INI TO WK-PART-TAB-INI
007590     END-IF.
007600     IF WK-PART-LLAVE-FIN NOT = 999999
007610         MOVE WK-PART-LLAVE-FIN TO WK-PART-TAB-FIN
007620     END-IF.
007630 0055-FIN.
007640     EXIT.
007650
007660******************************************************************
007670* 0100-INICIO                                                    *
007680* EN RESTART (WK-RESTART-SOLICITADO) LOS ARCHIVOS DE SALIDA SE   *
007690* ABREN EXTEND EN LUGAR DE OUTPUT, PARA QUE EL LISTADO, LAS      *
007700* EXCEPCIONES, LA COLA DE ERRORES Y EL HISTORICO DE LA CORRIDA   *
007710* ANTERIOR NO SE PIERDAN - LOS TOTALES DE CONTROL DEBEN REFLEJAR *
007720* EL VOLUMEN COMPLETO DEL DIA, NO SOLO EL TRAMO REPROCESADO.     *
007730******************************************************************
007740 0100-INICIO.
007750     PERFORM 0050-EDITA-PARM THRU 0050-FIN.
007760
007770     IF WK-FECHA-SISTEMA = ZERO
007780         ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD
007790     END-IF.
007800     MOVE WK-FECHA-SISTEMA(5:2) TO WK-DATE-MM.
007810     MOVE WK-FECHA-SISTEMA(7:2) TO WK-DATE-DD.
007820     MOVE WK-FECHA-SISTEMA(1:4) TO WK-DATE-YYYY.
007830
007840     OPEN INPUT  SAM-FILE.
007850     IF WK-RESTART-SOLICITADO
007860         OPEN EXTEND SAM-RPT-FILE
007870         OPEN EXTEND SAM-EXCP-FILE
007880         OPEN EXTEND SAM-ERRQ-FILE
007890         OPEN EXTEND SAM-HIST-FILE
007900         OPEN EXTEND SAM-AUDT-FILE
007910         OPEN EXTEND SAM-XTRC-FILE
007920         OPEN EXTEND SAM-QRPT-FILE
007930     ELSE
007940         OPEN OUTPUT SAM-RPT-FILE
007950         OPEN OUTPUT SAM-EXCP-FILE
007960         OPEN OUTPUT SAM-ERRQ-FILE
007970         OPEN OUTPUT SAM-HIST-FILE
007980         OPEN OUTPUT SAM-AUDT-FILE
007990         OPEN OUTPUT SAM-XTRC-FILE
008000         OPEN OUTPUT SAM-QRPT-FILE
008010     END-IF.
008020     PERFORM 0102-VALIDA-APERTURA THRU 0102-FIN.
008030     IF NOT WK-RESTART-SOLICITADO
008040         PERFORM 0115-HEADER-EXTRACTO THRU 0115-FIN
008050     END-IF.
008060     PERFORM 0150-ENCABEZADO-RPT THRU 0150-FIN.
008070     PERFORM 0105-POSICIONA    THRU 0105-FIN.
008080     IF WK-MODO-ES-REFRESCO AND NOT WK-TAB-INI-RESTAURADO
008090         PERFORM 0109-CUENTA-INICIAL THRU 0109-FIN
008100     END-IF.
008110     IF NOT WK-RANGO-ACTIVO
008120         PERFORM 0111-ABRE-CURSOR THRU 0111-FIN
008130     END-IF.
008140     PERFORM 0120-LEE-SAM-FILE THRU 0120-FIN.
008150 0100-FIN.
008160     EXIT.
008170
008180******************************************************************
008190* 0102-VALIDA-APERTURA                                           *
008200* CONFIRMA QUE EL LISTADO, LAS EXCEPCIONES, LA COLA DE ERRORES Y *
008210* EL HISTORICO HAYAN ABIERTO BIEN. SI ALGUNO FALLA, EL RESTO DE  *
008220* LA CORRIDA PRODUCIRIA UN LISTADO O UN HISTORICO INCOMPLETO SIN *
008230* AVISO, ASI QUE SE DETIENE EL JOB EN LUGAR DE SEGUIR.           *
008240******************************************************************
008250 0102-VALIDA-APERTURA.
008260     IF WS-SAM-RPT-STATUS NOT = '00'
008270         DISPLAY "ERROR AL ABRIR SAM-RPT-FILE  STATUS "
008280                 WS-SAM-RPT-STATUS
008290         MOVE 16 TO RETURN-CODE
008300         STOP RUN
008310     END-IF.
008320     IF WS-SAM-EXCP-STATUS NOT = '00'
008330         DISPLAY "ERROR AL ABRIR SAM-EXCP-FILE STATUS "
008340                 WS-SAM-EXCP-STATUS
008350         MOVE 16 TO RETURN-CODE
008360         STOP RUN
008370     END-IF.
008380     IF WS-SAM-ERRQ-STATUS NOT = '00'
008390         DISPLAY "ERROR AL ABRIR SAM-ERRQ-FILE STATUS "
008400                 WS-SAM-ERRQ-STATUS
008410         MOVE 16 TO RETURN-CODE
008420         STOP RUN
008430     END-IF.
008440     IF WS-SAM-HIST-STATUS NOT = '00'
008450         DISPLAY "ERROR AL ABRIR SAM-HIST-FILE STATUS "
008460                 WS-SAM-HIST-STATUS
008470         MOVE 16 TO RETURN-CODE
008480         STOP RUN
008490     END-IF.
008500     IF WS-SAM-AUDT-STATUS NOT = '00'
008510         DISPLAY "ERROR AL ABRIR SAM-AUDT-FILE STATUS "
008520                 WS-SAM-AUDT-STATUS
008530         MOVE 16 TO RETURN-CODE
008540         STOP RUN
008550     END-IF.
008560     IF WS-SAM-XTRC-STATUS NOT = '00'
008570         DISPLAY "ERROR AL ABRIR SAM-XTRC-FILE STATUS "
008580                 WS-SAM-XTRC-STATUS
008590         MOVE 16 TO RETURN-CODE
008600         STOP RUN
008610     END-IF.
008620     IF WS-SAM-QRPT-STATUS NOT = '00'
008630         DISPLAY "ERROR AL ABRIR SAM-QRPT-FILE STATUS "
008640                 WS-SAM-QRPT-STATUS
008650         MOVE 16 TO RETURN-CODE
008660         STOP RUN
008670     END-IF.
008680 0102-FIN.
008690     EXIT.
008700
008710******************************************************************
008720* 0105-POSICIONA                                                 *
008730* SI EL PARM TRAE UN RANGO DE LLAVES (REPROCESO SELECTIVO) SE    *
008740* REPOSICIONA AHI Y GANA SOBRE EL RESTART DE CHECKPOINT, POR SER *
008750* UNA PETICION MAS ESPECIFICA. EN CASO CONTRARIO, SI SE PIDIO    *
008760* RESTART, REPOSICIONA CON START EN LA SIGUIENTE LLAVE DESPUES   *
008770* DEL ULTIMO CHECKPOINT, EN LUGAR DE REPROCESAR TODO EL ARCHIVO  *
008780* DESDE EL PRINCIPIO. UNA PARTICION SIN CHECKPOINT QUE USAR      *
008790* (PRIMERA CORRIDA, O RESTART ANTES DEL PRIMER CHECKPOINT) SE    *
008800* POSICIONA EN LA PRIMERA LLAVE DE SU RANGO.                     *
008810******************************************************************
008820 0105-POSICIONA.
008830     IF WK-RANGO-ACTIVO
008840         MOVE WK-LLAVE-INICIAL TO SAM-FILE-KEY-NUMBER
008850         START SAM-FILE
008860             KEY IS NOT LESS THAN SAM-FILE-KEY-NUMBER
008870             INVALID KEY
008880                 SET SAM-FILE-EOF TO TRUE
008890         END-START
008900         GO TO 0105-FIN
008910     END-IF.
008920
008930     IF WK-RESTART-SOLICITADO
008940         PERFORM 0107-LEE-CHECKPOINT THRU 0107-FIN
008950     END-IF.
008960
008970     IF WK-CKPT-LLAVE NOT = ZERO
008980         MOVE WK-CKPT-LLAVE TO SAM-FILE-KEY-NUMBER
008990         START SAM-FILE
009000             KEY IS GREATER THAN SAM-FILE-KEY-NUMBER
009010             INVALID KEY
009020                 SET SAM-FILE-EOF TO TRUE
009030         END-START
009040         GO TO 0105-FIN
009050     END-IF.
009060
009070     IF WK-PARTICION-ACTIVA AND WK-PART-TAB-INI NOT = LOW-VALUES
009080         MOVE WK-PART-TAB-INI TO SAM-FILE-KEY-NUMBER
009090         START SAM-FILE
009100             KEY IS NOT LESS THAN SAM-FILE-KEY-NUMBER
009110             INVALID KEY
009120                 SET SAM-FILE-EOF TO TRUE
009130         END-START
009140     END-IF.
009150 0105-FIN.
009160     EXIT.
009170
009180******************************************************************
009190* 0107-LEE-CHECKPOINT                                            *
009200* LEE LA ULTIMA LLAVE PROCESADA DEL ARCHIVO SAM-CKPT-FILE. SI EL *
009210* ARCHIVO NO EXISTE TODAVIA (PRIMERA CORRIDA) SIMPLEMENTE DEJA   *
009220* WK-CKPT-LLAVE EN CERO Y EL PROCESO ARRANCA DESDE EL PRINCIPIO. *
009230* TAMBIEN RESTAURA LOS CONTADORES DE CONTROL DEL CHECKPOINT EN   *
009240* LOS WK-CONT-* CORRESPONDIENTES, PARA QUE 0950-TOTALES-CONTROL  *
009250* REPORTE EL VOLUMEN ACUMULADO DE TODO EL DIA Y NO SOLO EL DEL   *
009260* TRAMO REPROCESADO EN ESTA CORRIDA. UN CHECKPOINT GRABADO POR   *
009270* OTRA PARTICION (DD EQUIVOCADO EN EL JCL) DETIENE EL JOB: SU    *
009280* LLAVE Y SUS CONTADORES NO SON DE ESTE RANGO.                   *
009290******************************************************************
009300 0107-LEE-CHECKPOINT.
009310     MOVE ZERO TO WK-CKPT-LLAVE.
009320     OPEN INPUT SAM-CKPT-FILE.
009330     IF WS-SAM-CKPT-STATUS NOT = '00'
009340         GO TO 0107-FIN
009350     END-IF.
009360
009370     READ SAM-CKPT-FILE
009380         AT END
009390             GO TO 0107-CIERRA
009400     END-READ.
009410
009420     IF CKPT-PARTICION IS NOT NUMERIC
009430        OR CKPT-PARTICION NOT = WK-PARTICION
009440         DISPLAY "PROGRAMA CHECKPOINT DE OTRA PARTICION "
009450                 CKPT-PARTICION
009460         MOVE 16 TO RETURN-CODE
009470         STOP RUN
009480     END-IF.
009490
009500     IF CKPT-ULTIMA-LLAVE IS NUMERIC
009510         MOVE CKPT-ULTIMA-LLAVE TO WK-CKPT-LLAVE
009520         MOVE CKPT-CONT-PROCESADOS  TO WK-CONT-PROCESADOS
009530         MOVE CKPT-CONT-XTRC        TO WK-CONT-XTRC
009540         MOVE CKPT-XTRC-HASH        TO WK-XTRC-HASH
009550         MOVE CKPT-CONT-CAL-SEVERA  TO WK-CONT-CAL-SEVERA
009560         MOVE CKPT-CONT-CAL-LEVE    TO WK-CONT-CAL-LEVE
009570         MOVE CKPT-CONT-CAL-VIOLA   TO WK-CONT-CAL-VIOLA
009580         MOVE CKPT-CONT-CAL-OMITID  TO WK-CONT-CAL-OMITID
009590         MOVE CKPT-TAB-CUENTA-INI   TO WK-TAB-CUENTA-INI
009600         MOVE 'Y'                   TO WK-TAB-INI-SW
009610         MOVE CKPT-CONT-REACTIVAD   TO WK-CONT-REACTIVAD
009620         MOVE CKPT-CONT-XTRC-INAC   TO WK-CONT-XTRC-INAC
009630         MOVE CKPT-CONT-DIGITO-INV  TO WK-CONT-DIGITO-INV
009640         MOVE CKPT-CONT-ENCONTRADOS TO WK-CONT-ENCONTRADOS
009650         MOVE CKPT-CONT-EXCEPCIONES TO WK-CONT-EXCEPCIONES
009660         MOVE CKPT-CONT-LLAVE-INVAL TO WK-CONT-LLAVE-INVAL
009670         MOVE CKPT-CONT-TRUNCADOS   TO WK-CONT-TRUNCADOS
009680         MOVE CKPT-CONT-INSERTADOS  TO WK-CONT-INSERTADOS
009690         MOVE CKPT-CONT-ACTUALIZAD  TO WK-CONT-ACTUALIZAD
009700     END-IF.
009710
009720 0107-CIERRA.
009730     CLOSE SAM-CKPT-FILE.
009740 0107-FIN.
009750     EXIT.
009760
009770******************************************************************
009780* 0115-HEADER-EXTRACTO                                           *
009790* GRABA EL HEADER DEL EXTRACTO SAM-XTRC CON EL IDENTIFICADOR DEL *
009800* ARCHIVO Y LA FECHA DE PROCESO. EN RESTART NO SE GRABA: EL      *
009810* EXTRACTO SE REABRE EN EXTEND Y EL HEADER DE LA CORRIDA         *
009820* ORIGINAL SIGUE SIENDO EL DEL ARCHIVO. EN UNA PARTICION EL      *
009830* HEADER LLEVA ADEMAS EL NUMERO Y EL RANGO DE LLAVES, CON LOS    *
009840* QUE SAMCONSO VALIDA EL ORDEN Y LA COBERTURA DE LAS             *
009850* PARTICIONES.                                                   *
009860******************************************************************
009870 0115-HEADER-EXTRACTO.
009880     MOVE SPACES       TO XTRC-HEADER-RECORD.
009890     MOVE 'H'          TO XTRC-H-TIPO.
009900     MOVE 'SAM-XTRC'   TO XTRC-H-FILE-ID.
009910     MOVE WK-DATE-CURR TO XTRC-H-FECHA.
009920     IF WK-PARTICION-ACTIVA
009930         MOVE WK-PARTICION      TO XTRC-H-PARTICION
009940         MOVE WK-PART-LLAVE-INI TO XTRC-H-LLAVE-INI
009950         MOVE WK-PART-LLAVE-FIN TO XTRC-H-LLAVE-FIN
009960     END-IF.
009970     WRITE XTRC-HEADER-RECORD.
009980 0115-FIN.
009990     EXIT.
010000
010010******************************************************************
010020* 0109-CUENTA-INICIAL                                            *
010030* CUENTA LOS RENGLONES DE SAM-TAB ANTES DE EMPEZAR EL REFRESCO. *
010040* AL FINAL, CUENTA INICIAL MAS ALTAS DEBE DAR LA CUENTA FINAL   *
010050* (VER 0930-BALANCE-SAM-TAB). EN RESTART NO SE RECUENTA: LA     *
010060* CUENTA DEL ARRANQUE ORIGINAL DEL DIA VIENE EN EL CHECKPOINT,  *
010070* PORQUE LAS ALTAS YA CONFIRMADAS DE LA CORRIDA ABORTADA        *
010080* ESTARIAN DENTRO DE UN RECUENTO Y EL CUADRE SALDRIA FALSO.     *
010090* UNA PARTICION CUENTA SOLO SU RANGO: LAS DEMAS PARTICIONES      *
010100* DAN ALTAS AL MISMO TIEMPO EN LOS SUYOS.                        *
010110******************************************************************
010120 0109-CUENTA-INICIAL.
010130     EXEC SQL
010140         SELECT COUNT(*)
010150           INTO :WK-TAB-CUENTA
010160           FROM SAM-TAB
010170          WHERE SAM_ID >= :WK-PART-TAB-INI
010180            AND SAM_ID <= :WK-PART-TAB-FIN
010190     END-EXEC.
010200     IF SQLCODE NOT = ZERO
010210         MOVE 'COUNT INI'        TO WK-OPERACION-SQL
010220         PERFORM 0860-ABORTA-SQL THRU 0860-FIN
010230     END-IF.
010240     MOVE WK-TAB-CUENTA TO WK-TAB-CUENTA-INI.
010250 0109-FIN.
010260     EXIT.
010270
010280******************************************************************
010290* 0111-ABRE-CURSOR                                               *
010300* ABRE EL CURSOR DE EMPATE Y TRAE EL PRIMER RENGLON. SOLO SE    *
010310* USA CUANDO NO HAY RANGO DE REPROCESO - UN RANGO DE UNAS       *
010320* CUANTAS LLAVES SIGUE YENDO POR EL SELECT DIRECTO DE 0141.     *
010330******************************************************************
010340 0111-ABRE-CURSOR.
010350     EXEC SQL
010360         OPEN CUR-SAM-TAB
010370     END-EXEC.
010380     IF SQLCODE NOT = ZERO
010390         MOVE 'OPEN CURSOR'      TO WK-OPERACION-SQL
010400         PERFORM 0860-ABORTA-SQL THRU 0860-FIN
010410     END-IF.
010420     MOVE 'Y' TO WK-CURSOR-SW.
010430     PERFORM 0112-FETCH-SAM-TAB THRU 0112-FIN.
010440 0111-FIN.
010450     EXIT.
010460
010470******************************************************************
010480* 0112-FETCH-SAM-TAB                                             *
010490* AVANZA EL CURSOR. EN FIN DE CURSOR LA LLAVE DE EMPATE QUEDA   *
010500* EN HIGH-VALUES, QUE COMPARA MAYOR QUE CUALQUIER LLAVE REAL Y  *
010510* MANDA EL RESTO DE SAM-FILE POR LA RAMA DE NO ENCONTRADO,      *
010520* IGUAL QUE EL EMPATE DE GENERACIONES DE SAMDELTA.              *
010530******************************************************************
010540 0112-FETCH-SAM-TAB.
010550     EXEC SQL
010560         FETCH CUR-SAM-TAB
010570          INTO :SAM-ID,
010580               :SAM-NAME,
010590               :SAM-ADDRESS,
010600               :SAM-CONTACT,
010610               :SAM-PHONE,
010620               :SAM-ESTATUS,
010630               :SAM-ESTATUS-FECHA
010640     END-EXEC.
010650     EVALUATE TRUE
010660         WHEN SQLCODE = ZERO
010670              MOVE SAM-ID TO WK-TAB-LLAVE
010680         WHEN SQLCODE = 100
010690              MOVE HIGH-VALUES TO WK-TAB-LLAVE
010700         WHEN OTHER
010710              MOVE 'FETCH'            TO WK-OPERACION-SQL
010720              PERFORM 0860-ABORTA-SQL THRU 0860-FIN
010730     END-EVALUATE.
010740 0112-FIN.
010750     EXIT.
010760
010770******************************************************************
010780* 0120-LEE-SAM-FILE                                              *
010790* SI 0105-POSICIONA YA DEJO SAM-FILE-EOF ENCENDIDO (UN START CON *
010800* INVALID KEY, YA SEA POR RESTART O POR RANGO), NO SE INTENTA EL *
010810* READ: EL INDICADOR DE POSICION DEL ARCHIVO QUEDA INDEFINIDO    *
010820* DESPUES DE UN START FALLIDO Y UN READ AHI PODRIA REGRESAR UN   *
010830* FILE STATUS QUE APAGUE SAM-FILE-EOF SIN QUERER.                *
010840* SI HAY UN RANGO DE LLAVES ACTIVO (REPROCESO SELECTIVO), SE     *
010850* SIMULA FIN DE ARCHIVO EN CUANTO LA LLAVE LEIDA REBASA LA LLAVE *
010860* FINAL DEL RANGO, PARA NO SEGUIR LEYENDO EL RESTO DE SAM-FILE.  *
010870* LA COMPARACION SOLO APLICA SI LA LLAVE ES NUMERICA - UNA LLAVE *
010880* INVALIDA SE DEJA PASAR AQUI Y LA RECHAZA 0130-VALIDA-LLAVE.    *
010890* UNA PARTICION TAMBIEN SIMULA FIN DE ARCHIVO AL REBASAR LA      *
010900* ULTIMA LLAVE DE SU RANGO; ESA COMPARACION ES ALFANUMERICA Y    *
010910* CUBRE TAMBIEN LAS LLAVES NO NUMERICAS (VER 0055).              *
010920******************************************************************
010930 0120-LEE-SAM-FILE.
010940     IF SAM-FILE-EOF
010950         GO TO 0120-FIN
010960     END-IF.
010970     READ SAM-FILE NEXT
010980         AT END
010990             DISPLAY "PROGRAMA FIN SAM-FILE"
011000     END-READ.
011010
011020     IF WK-PARTICION-ACTIVA AND NOT SAM-FILE-EOF
011030         IF SAM-FILE-KEY-NUMBER > WK-PART-TAB-FIN
011040             SET SAM-FILE-EOF TO TRUE
011050         END-IF
011060     END-IF.
011070
011080     IF SAM-FILE-EOF OR NOT WK-RANGO-ACTIVO
011090         GO TO 0120-FIN
011100     END-IF.
011110
011120     IF SAM-FILE-KEY-NUMBER IS NOT NUMERIC
011130         GO TO 0120-FIN
011140     END-IF.
011150     MOVE SAM-FILE-KEY-NUMBER TO WK-LLAVE-ACTUAL-NUM.
011160     IF WK-LLAVE-ACTUAL-NUM > WK-LLAVE-FINAL
011170         SET SAM-FILE-EOF TO TRUE
011180     END-IF.
011190 0120-FIN.
011200     EXIT.
011210
011220******************************************************************
011230* 0130-VALIDA-LLAVE                                              *
011240* VALIDA QUE SAM-FILE-KEY-NUMBER SEA NUMERICO ANTES DE USARLO EN *
011250* EL SELECT CONTRA SAM-TAB (SAM-ID ES PIC X(06), PERO EL VALOR   *
011260* SIEMPRE DEBE SER NUMERICO) Y QUE SU DIGITO VERIFICADOR CUADRE  *
011270* (SUBRUTINA SAMLLAVE). LAS LLAVES INVALIDAS SE MANDAN A         *
011280* SAM-ERRQ CON EL REGISTRO COMPLETO Y SU MOTIVO EN LUGAR DE      *
011290* DEJAR QUE EL SELECT FALLE CON UN SQLCODE CONFUSO.              *
011300******************************************************************
011310 0130-VALIDA-LLAVE.
011320     MOVE 'Y' TO WK-LLAVE-VALIDA-SW.
011330     IF SAM-FILE-KEY-NUMBER IS NOT NUMERIC
011340         MOVE 'N' TO WK-LLAVE-VALIDA-SW
011350         MOVE 'LLAVE NO NUMERICA'  TO WK-MOTIVO-ERRQ
011360         PERFORM 0135-ESCRIBE-ERRQ THRU 0135-FIN
011370         GO TO 0130-FIN
011380     END-IF.
011390
011400     MOVE 'V'                 TO WK-LLAVE-FUNCION.
011410     MOVE SAM-FILE-KEY-NUMBER TO WK-LLAVE-TRABAJO.
011420     CALL 'SAMLLAVE' USING WK-LLAVE-FUNCION,
011430                           WK-LLAVE-TRABAJO,
011440                           WK-LLAVE-RESULT-SW
011450     END-CALL.
011460     IF NOT WK-LLAVE-DV-VALIDA
011470         MOVE 'N' TO WK-LLAVE-VALIDA-SW
011480         MOVE 'DIGITO VERIFICADOR' TO WK-MOTIVO-ERRQ
011490         ADD 1 TO WK-CONT-DIGITO-INV
011500         PERFORM 0135-ESCRIBE-ERRQ THRU 0135-FIN
011510     END-IF.
011520 0130-FIN.
011530     EXIT.
011540
011550 0135-ESCRIBE-ERRQ.
011560     ADD 1 TO WK-CONT-LLAVE-INVAL.
011570     MOVE SPACES              TO SAM-ERRQ-RECORD.
011580     MOVE SAM-FILE-KEY-NUMBER TO ERRQ-KEY-NUMBER.
011590     MOVE WK-DATE-CURR        TO ERRQ-RUN-DATE.
011600     MOVE WK-MOTIVO-ERRQ      TO ERRQ-MOTIVO.
011610     MOVE SAM-FILE-RECORD     TO ERRQ-REGISTRO.
011620     MOVE 'P'                 TO ERRQ-ESTADO.
011630     MOVE WK-DATE-CURR        TO ERRQ-FECHA-ALTA.
011640     WRITE SAM-ERRQ-RECORD.
011650 0135-FIN.
011660     EXIT.
011670
011680******************************************************************
011690* 0133-CALIDAD-DATOS                                             *
011700* CALIFICA NOMBRE, DIRECCION Y CONTACTO DEL REGISTRO LEIDO      *
011710* CONTRA LAS REGLAS DE CAMPO (NO BLANCO, LONGITUD MINIMA, JUEGO *
011720* DE CARACTERES). LAS FALLAS DEL NOMBRE SON SEVERAS ('S'); LAS  *
011730* DE DIRECCION Y CONTACTO SON LEVES ('L'). CADA FALLA SE LISTA  *
011740* EN SAM-QRPT; EL REGISTRO CUENTA UNA SOLA VEZ COMO SEVERO O    *
011750* COMO LEVE (EL SEVERO MANDA). AL FINAL SE RECALCULA EL         *
011760* PORCIENTO DE SEVEROS Y SE PRENDE EL SWITCH DE UMBRAL          *
011770* REBASADO, QUE UNA VEZ PRENDIDO YA NO SE APAGA EN LA CORRIDA.  *
011780******************************************************************
011790 0133-CALIDAD-DATOS.
011800     MOVE 'N' TO WK-CAL-SEVERA-SW.
011810     MOVE 'N' TO WK-CAL-LEVE-SW.
011820
011830     MOVE SAM-FILE-NAME    TO WK-CAL-CAMPO.
011840     MOVE 'NOMBRE'         TO WK-CAL-NOMBRE-CAMPO.
011850     MOVE 'S'              TO WK-CAL-SEVERIDAD.
011860     PERFORM 0134-CALIFICA-CAMPO THRU 0134-FIN.
011870
011880     MOVE SAM-FILE-ADDRESS TO WK-CAL-CAMPO.
011890     MOVE 'DIRECCION'      TO WK-CAL-NOMBRE-CAMPO.
011900     MOVE 'L'              TO WK-CAL-SEVERIDAD.
011910     PERFORM 0134-CALIFICA-CAMPO THRU 0134-FIN.
011920
011930     MOVE SAM-FILE-CONTACT TO WK-CAL-CAMPO.
011940     MOVE 'CONTACTO'       TO WK-CAL-NOMBRE-CAMPO.
011950     MOVE 'L'              TO WK-CAL-SEVERIDAD.
011960     PERFORM 0134-CALIFICA-CAMPO THRU 0134-FIN.
011970
011980     EVALUATE TRUE
011990         WHEN WK-CAL-REG-SEVERO
012000              ADD 1 TO WK-CONT-CAL-SEVERA
012010         WHEN WK-CAL-REG-LEVE
012020              ADD 1 TO WK-CONT-CAL-LEVE
012030     END-EVALUATE.
012040
012050     IF WK-CAL-UMBRAL-PCT = ZERO OR WK-UMBRAL-REBASADO
012060         GO TO 0133-FIN
012070     END-IF.
012080     COMPUTE WK-CAL-PCT = WK-CONT-CAL-SEVERA * 100
012090                        / WK-CONT-PROCESADOS.
012100     IF WK-CAL-PCT > WK-CAL-UMBRAL-PCT
012110         MOVE 'Y' TO WK-UMBRAL-SW
012120         DISPLAY "PROGRAMA UMBRAL DE CALIDAD REBASADO"
012130     END-IF.
012140 0133-FIN.
012150     EXIT.
012160
012170******************************************************************
012180* 0134-CALIFICA-CAMPO                                            *
012190* APLICA LAS TRES REGLAS AL CAMPO EN WK-CAL-CAMPO. LA REGLA DE  *
012200* LONGITUD CUENTA CARACTERES DISTINTOS DE BLANCO; LA DE JUEGO   *
012210* DE CARACTERES RECORRE EL CAMPO Y FALLA AL PRIMER CARACTER     *
012220* FUERA DEL JUEGO PERMITIDO (LETRAS, DIGITOS, BLANCO Y LA       *
012230* PUNTUACION USUAL DE NOMBRES Y DOMICILIOS). UN CAMPO EN BLANCO *
012240* SOLO FALLA LA REGLA DE NO BLANCO, NO LAS OTRAS DOS.           *
012250******************************************************************
012260 0134-CALIFICA-CAMPO.
012270     IF WK-CAL-CAMPO = SPACES
012280         MOVE 'EN BLANCO'        TO WK-CAL-REGLA
012290         PERFORM 0136-REPORTA-CALIDAD THRU 0136-FIN
012300         GO TO 0134-FIN
012310     END-IF.
012320
012330     MOVE ZERO TO WK-CAL-BLANCOS.
012340     INSPECT WK-CAL-CAMPO
012350         TALLYING WK-CAL-BLANCOS FOR ALL SPACE.
012360     IF 30 - WK-CAL-BLANCOS < WK-CAL-LONG-MINIMA
012370         MOVE 'LONGITUD MINIMA'  TO WK-CAL-REGLA
012380         PERFORM 0136-REPORTA-CALIDAD THRU 0136-FIN
012390     END-IF.
012400
012410     MOVE 'N' TO WK-CAL-INVALIDO-SW.
012420     PERFORM 0137-REVISA-CARACTER THRU 0137-FIN
012430         VARYING WK-CAL-IDX FROM 1 BY 1
012440         UNTIL WK-CAL-IDX > 30 OR WK-CAL-CAR-INVALIDO.
012450     IF WK-CAL-CAR-INVALIDO
012460         MOVE 'CARACTER INVALIDO' TO WK-CAL-REGLA
012470         PERFORM 0136-REPORTA-CALIDAD THRU 0136-FIN
012480     END-IF.
012490 0134-FIN.
012500     EXIT.
012510
012520 0136-REPORTA-CALIDAD.
012530     ADD 1 TO WK-CONT-CAL-VIOLA.
012540     IF WK-CAL-SEVERIDAD = 'S'
012550         MOVE 'Y' TO WK-CAL-SEVERA-SW
012560     ELSE
012570         MOVE 'Y' TO WK-CAL-LEVE-SW
012580     END-IF.
012590     MOVE SPACES TO SAM-QRPT-RECORD.
012600     STRING 'LLAVE '            DELIMITED BY SIZE
012610            SAM-FILE-KEY-NUMBER DELIMITED BY SIZE
012620            ' SEVERIDAD '       DELIMITED BY SIZE
012630            WK-CAL-SEVERIDAD    DELIMITED BY SIZE
012640            ' CAMPO '           DELIMITED BY SIZE
012650            WK-CAL-NOMBRE-CAMPO DELIMITED BY SIZE
012660            ' REGLA: '          DELIMITED BY SIZE
012670            WK-CAL-REGLA        DELIMITED BY SIZE
012680       INTO SAM-QRPT-RECORD.
012690     WRITE SAM-QRPT-RECORD AFTER ADVANCING 1 LINE.
012700 0136-FIN.
012710     EXIT.
012720
012730 0137-REVISA-CARACTER.
012740     MOVE WK-CAL-CAMPO(WK-CAL-IDX:1) TO WK-CAL-CAR.
012750     IF NOT WK-CAL-CAR-PERMITIDO
012760         MOVE 'Y' TO WK-CAL-INVALIDO-SW
012770     END-IF.
012780 0137-FIN.
012790     EXIT.
012800
012810******************************************************************
012820* 0140-ACCESA-SAM-TAB                                            *
012830* DESPACHADOR DEL ACCESO A SAM-TAB: LA CORRIDA COMPLETA VA POR   *
012840* EL EMPATE BALANCEADO CON EL CURSOR (0145); EL REPROCESO        *
012850* SELECTIVO DE UN RANGO DE LLAVES CONSERVA EL SELECT DIRECTO     *
012860* POR REGISTRO (0141), QUE PARA UNAS CUANTAS LLAVES ES MAS       *
012870* BARATO QUE BARRER LA TABLA.                                    *
012880******************************************************************
012890 0140-ACCESA-SAM-TAB.
012900     IF WK-RANGO-ACTIVO
012910         PERFORM 0141-SELECT-DIRECTO THRU 0141-FIN
012920     ELSE
012930         PERFORM 0145-EMPATA-CURSOR  THRU 0145-FIN
012940     END-IF.
012950 0140-FIN.
012960     EXIT.
012970
012980******************************************************************
012990* 0141-SELECT-DIRECTO                                            *
013000* EN MODO CONSULTA (DEFAULT) SOLO ACCESA SAM-TAB PARA DESPLEGAR  *
013010* EL REGISTRO O REGISTRAR LA EXCEPCION. EN MODO REFRESCO, USA EL *
013020* MISMO SELECT PARA DECIDIR SI EL SAM-FILE-KEY-NUMBER YA EXISTE  *
013030* EN SAM-TAB (UPDATE) O ES NUEVO (INSERT).                       *
013040******************************************************************
013050 0141-SELECT-DIRECTO.
013060     MOVE SAM-FILE-KEY-NUMBER TO SAM-ID.
013070     EXEC SQL
013080         SELECT SAM_ID,
013090                SAM_NAME,
013100                SAM_ADDRESS,
013110                SAM_CONTACT,
013120                SAM_PHONE,
013130                SAM_ESTATUS,
013140                SAM_ESTATUS_FECHA
013150           INTO :SAM-ID,
013160                :SAM-NAME,
013170                :SAM-ADDRESS,
013180                :SAM-CONTACT,
013190                :SAM-PHONE,
013200                :SAM-ESTATUS,
013210                :SAM-ESTATUS-FECHA
013220           FROM SAM-TAB
013230          WHERE SAM_ID = :SAM-ID
013240     END-EXEC.
013250
013260     EVALUATE TRUE
013270         WHEN SQLCODE = ZERO AND WK-MODO-ES-REFRESCO
013280              PERFORM 0142-ACTUALIZA-SAM-TAB THRU 0142-FIN
013290              PERFORM 0530-GRABA-EXTRACTO    THRU 0530-FIN
013300         WHEN SQLCODE = ZERO
013310              ADD 1 TO WK-CONT-ENCONTRADOS
013320              PERFORM 0510-DESPLIEGA         THRU 0510-FIN
013330              PERFORM 0530-GRABA-EXTRACTO    THRU 0530-FIN
013340         WHEN WK-MODO-ES-REFRESCO
013350              PERFORM 0143-INSERTA-SAM-TAB   THRU 0143-FIN
013360         WHEN OTHER
013370              PERFORM 0520-ESCRIBE-EXCEPCION THRU 0520-FIN
013380     END-EVALUATE.
013390 0141-FIN.
013400     EXIT.
013410
013420******************************************************************
013430* 0145-EMPATA-CURSOR                                             *
013440* EMPATE BALANCEADO: EL CURSOR AVANZA HASTA ALCANZAR LA LLAVE    *
013450* DEL REGISTRO DE SAM-FILE (LOS RENGLONES QUE SE BRINCAN SON     *
013460* HUERFANOS DE SAM-TAB, QUE EL SELECT DIRECTO TAMPOCO VEIA -     *
013470* ESOS SON ASUNTO DE SAMRECON). LLAVE ALCANZADA = ENCONTRADO,    *
013480* CON LOS MISMOS CAMINOS DE CONSULTA/REFRESCO QUE EL SELECT;     *
013490* LLAVE REBASADA O FIN DE CURSOR = NO ENCONTRADO. TRAS UN        *
013500* EMPATE NO SE AVANZA AQUI: EL SIGUIENTE REGISTRO DE SAM-FILE    *
013510* TRAE LLAVE MAYOR Y SU PROPIO AVANCE CONSUME EL RENGLON.        *
013520******************************************************************
013530 0145-EMPATA-CURSOR.
013540     PERFORM 0112-FETCH-SAM-TAB THRU 0112-FIN
013550         UNTIL WK-TAB-LLAVE NOT < SAM-FILE-KEY-NUMBER.
013560
013570     IF WK-TAB-LLAVE = SAM-FILE-KEY-NUMBER
013580         IF WK-MODO-ES-REFRESCO
013590             PERFORM 0142-ACTUALIZA-SAM-TAB THRU 0142-FIN
013600             PERFORM 0530-GRABA-EXTRACTO    THRU 0530-FIN
013610         ELSE
013620             ADD 1 TO WK-CONT-ENCONTRADOS
013630             PERFORM 0510-DESPLIEGA         THRU 0510-FIN
013640             PERFORM 0530-GRABA-EXTRACTO    THRU 0530-FIN
013650         END-IF
013660     ELSE
013670         MOVE SAM-FILE-KEY-NUMBER TO SAM-ID
013680         IF WK-MODO-ES-REFRESCO
013690             PERFORM 0143-INSERTA-SAM-TAB   THRU 0143-FIN
013700         ELSE
013710             PERFORM 0520-ESCRIBE-EXCEPCION THRU 0520-FIN
013720         END-IF
013730     END-IF.
013740 0145-FIN.
013750     EXIT.
013760
013770******************************************************************
013780* 0142-ACTUALIZA-SAM-TAB                                         *
013790* LA LLAVE YA EXISTE EN SAM-TAB. SOLO SE EMITE EL UPDATE SI      *
013800* NOMBRE, DIRECCION O CONTACTO REALMENTE CAMBIARON EN SAM-FILE.  *
013810******************************************************************
013820 0142-ACTUALIZA-SAM-TAB.
013830     ADD 1 TO WK-CONT-ENCONTRADOS.
013840     MOVE SAM-NAME          TO WK-SAM-NAME-DB.
013850     MOVE SAM-ADDRESS       TO WK-SAM-ADDRESS-DB.
013860     MOVE SAM-CONTACT       TO WK-SAM-CONTACT-DB.
013870     MOVE SAM-PHONE         TO WK-SAM-PHONE-DB.
013880     MOVE SAM-ESTATUS       TO WK-SAM-ESTATUS-DB.
013890     MOVE SAM-ESTATUS-FECHA TO WK-SAM-EST-FEC-DB.
013900
013910     PERFORM 0146-ARMA-HOST-VARS THRU 0146-FIN.
013920
013930*    LA LLAVE REAPARECIO EN SAM-FILE: UN RENGLON INACTIVO SE
013940*    REACTIVA CON FECHA DE ESTATUS DE LA CORRIDA. UN RENGLON
013950*    ACTIVO CONSERVA SU ESTATUS Y SU FECHA TAL CUAL. UN RENGLON
013960*    INACTIVO CUYO REGISTRO TAMBIEN ESTA INACTIVO EN SAM-FILE NO
013970*    SE REACTIVA (ESE ESTATUS LO PUSO SAMCUADR).
013980     IF WK-SAM-ESTATUS-DB = 'I'
013990        AND SAM-FILE-ESTADO NOT = 'I'
014000         MOVE 'Y'               TO WK-REACTIVA-SW
014010         MOVE 'A'               TO SAM-ESTATUS
014020         MOVE WK-DATE-CURR      TO SAM-ESTATUS-FECHA
014030     ELSE
014040         MOVE 'N'               TO WK-REACTIVA-SW
014050         MOVE WK-SAM-ESTATUS-DB TO SAM-ESTATUS
014060         MOVE WK-SAM-EST-FEC-DB TO SAM-ESTATUS-FECHA
014070     END-IF.
014080
014090     IF SAM-NAME    = WK-SAM-NAME-DB
014100        AND SAM-ADDRESS = WK-SAM-ADDRESS-DB
014110        AND SAM-CONTACT = WK-SAM-CONTACT-DB
014120        AND SAM-PHONE   = WK-SAM-PHONE-DB
014130        AND NOT WK-ES-REACTIVACION
014140         GO TO 0142-FIN
014150     END-IF.
014160
014170     MOVE ZERO TO WK-REINTENTOS-CNT.
014180     MOVE 'N'  TO WK-SQL-LISTO-SW.
014190     PERFORM 0148-EJECUTA-UPDATE THRU 0148-FIN
014200             UNTIL WK-SQL-LISTO.
014210     ADD 1 TO WK-CONT-ACTUALIZAD.
014220     IF WK-ES-REACTIVACION
014230         ADD 1 TO WK-CONT-REACTIVAD
014240         MOVE 'R' TO WK-AUD-ACCION
014250     ELSE
014260         MOVE 'U' TO WK-AUD-ACCION
014270     END-IF.
014280     PERFORM 0144-GRABA-AUDITORIA THRU 0144-FIN.
014290 0142-FIN.
014300     EXIT.
014310
014320******************************************************************
014330* 0143-INSERTA-SAM-TAB                                           *
014340* LA LLAVE NO EXISTE TODAVIA EN SAM-TAB - SE DA DE ALTA A PARTIR *
014350* DEL REGISTRO DE SAM-FILE.                                      *
014360******************************************************************
014370 0143-INSERTA-SAM-TAB.
014380     PERFORM 0146-ARMA-HOST-VARS THRU 0146-FIN.
014390     MOVE 'A'          TO SAM-ESTATUS.
014400     MOVE WK-DATE-CURR TO SAM-ESTATUS-FECHA.
014410     MOVE ZERO TO WK-REINTENTOS-CNT.
014420     MOVE 'N'  TO WK-SQL-LISTO-SW.
014430     PERFORM 0149-EJECUTA-INSERT THRU 0149-FIN
014440             UNTIL WK-SQL-LISTO.
014450     ADD 1 TO WK-CONT-INSERTADOS.
014460     MOVE 'I' TO WK-AUD-ACCION.
014470     PERFORM 0144-GRABA-AUDITORIA THRU 0144-FIN.
014480 0143-FIN.
014490     EXIT.
014500
014510******************************************************************
014520* 0144-GRABA-AUDITORIA                                           *
014530* GRABA EN SAM-AUDT LA PISTA DE AUDITORIA DE CADA ALTA ('I'),    *
014540* CAMBIO ('U') O REACTIVACION ('R') DE UN RENGLON INACTIVO       *
014550* APLICADO A SAM-TAB EN MODO REFRESCO: LLAVE, FECHA              *
014560* DE PROCESO, ACCION E IMAGEN ANTES/DESPUES DE NOMBRE, DIRECCION *
014570* Y CONTACTO. LA IMAGEN ANTERIOR VIENE DE WK-SAM-NAME-DB /       *
014580* WK-SAM-ADDRESS-DB / WK-SAM-CONTACT-DB, QUE 0142 LLENA CON LOS  *
014590* VALORES DE LA TABLA ANTES DE REARMARLOS; EN UNA ALTA NO HAY    *
014600* IMAGEN ANTERIOR Y SE GRABA EN BLANCO. EL LISTADO FORMATEADO    *
014610* POR CLIENTE LO PRODUCE EL PROGRAMA SAMAUDIT.                   *
014620******************************************************************
014630 0144-GRABA-AUDITORIA.
014640     MOVE SPACES          TO SAM-AUDT-RECORD.
014650     MOVE SAM-ID          TO AUDT-SAM-ID.
014660     MOVE WK-DATE-CURR    TO AUDT-RUN-DATE.
014670     MOVE WK-AUD-ACCION   TO AUDT-ACCION.
014680     IF WK-AUD-ACCION = 'U' OR WK-AUD-ACCION = 'R'
014690         MOVE WK-SAM-NAME-DB    TO AUDT-NAME-ANT
014700         MOVE WK-SAM-ADDRESS-DB TO AUDT-ADDRESS-ANT
014710         MOVE WK-SAM-CONTACT-DB TO AUDT-CONTACT-ANT
014720     END-IF.
014730     MOVE SAM-NAME        TO AUDT-NAME-NVO.
014740     MOVE SAM-ADDRESS     TO AUDT-ADDRESS-NVO.
014750     MOVE SAM-CONTACT     TO AUDT-CONTACT-NVO.
014760     WRITE SAM-AUDT-RECORD.
014770 0144-FIN.
014780     EXIT.
014790
014800******************************************************************
014810* 0146-ARMA-HOST-VARS                                            *
014820* ARMA SAM-NAME/SAM-ADDRESS/SAM-CONTACT A PARTIR DE LOS CAMPOS   *
014830* DE SAM-FILE, QUE SON MAS ANCHOS (30) QUE LAS HOST-VARIABLES DE *
014840* SAM-TAB (25 - VER DCLSAM). SE INVOCA A EJEMPLO-UNISYS PARA     *
014850* DETECTAR SI EL MOVE RESULTANTE TRUNCA EL DATO, Y SE BITACORIZA *
014860* LA PERDIDA EN SAM-EXCP EN LUGAR DE DESCUBRIRLA DESPUES EN UN   *
014870* REPORTE CON LA DIRECCION O EL NOMBRE INCOMPLETOS.              *
014880******************************************************************
014890 0146-ARMA-HOST-VARS.
014900     MOVE SAM-FILE-KEY-NUMBER TO WK-TRUNC-LLAVE.
014910
014920     CALL 'EJEMPLO-UNISYS' USING WK-TRUNC-LLAVE,
014930                                 SAM-FILE-NAME,
014940                                 WK-TRUNC-LONG-DESTINO,
014950                                 WK-TRUNC-CAMPO,
014960                                 WK-TRUNC-SW
014970     END-CALL.
014980     MOVE WK-TRUNC-CAMPO(1:25) TO SAM-NAME.
014990     IF WK-HUBO-TRUNCAMIENTO
015000         MOVE 'SAM-NAME'   TO WK-TRUNC-NOMBRE-CAMPO
015010         PERFORM 0147-LOG-TRUNCAMIENTO THRU 0147-FIN
015020     END-IF.
015030
015040     CALL 'EJEMPLO-UNISYS' USING WK-TRUNC-LLAVE,
015050                                 SAM-FILE-ADDRESS,
015060                                 WK-TRUNC-LONG-DESTINO,
015070                                 WK-TRUNC-CAMPO,
015080                                 WK-TRUNC-SW
015090     END-CALL.
015100     MOVE WK-TRUNC-CAMPO(1:25) TO SAM-ADDRESS.
015110     IF WK-HUBO-TRUNCAMIENTO
015120         MOVE 'SAM-ADDR'   TO WK-TRUNC-NOMBRE-CAMPO
015130         PERFORM 0147-LOG-TRUNCAMIENTO THRU 0147-FIN
015140     END-IF.
015150
015160     CALL 'EJEMPLO-UNISYS' USING WK-TRUNC-LLAVE,
015170                                 SAM-FILE-CONTACT,
015180                                 WK-TRUNC-LONG-DESTINO,
015190                                 WK-TRUNC-CAMPO,
015200                                 WK-TRUNC-SW
015210     END-CALL.
015220     MOVE WK-TRUNC-CAMPO(1:25) TO SAM-CONTACT.
015230     IF WK-HUBO-TRUNCAMIENTO
015240         MOVE 'SAM-CONT'   TO WK-TRUNC-NOMBRE-CAMPO
015250         PERFORM 0147-LOG-TRUNCAMIENTO THRU 0147-FIN
015260     END-IF.
015270*    EL TELEFONO ES DEL MISMO ANCHO EN ARCHIVO Y TABLA (10),
015280*    ASI QUE SE MUEVE DIRECTO SIN VALIDAR TRUNCAMIENTO.
015290     MOVE SAM-FILE-TELEFONO TO SAM-PHONE.
015300 0146-FIN.
015310     EXIT.
015320
015330 0147-LOG-TRUNCAMIENTO.
015340     ADD 1 TO WK-CONT-TRUNCADOS.
015350     MOVE SPACES              TO SAM-EXCP-RECORD.
015360     MOVE SAM-FILE-KEY-NUMBER TO EXCP-KEY-NUMBER.
015370     MOVE WK-DATE-CURR        TO EXCP-RUN-DATE.
015380     STRING 'TRUNCADO '          DELIMITED BY SIZE
015390            WK-TRUNC-NOMBRE-CAMPO DELIMITED BY SPACE
015400       INTO EXCP-MOTIVO.
015410     WRITE SAM-EXCP-RECORD.
015420 0147-FIN.
015430     EXIT.
015440
015450******************************************************************
015460* 0148-EJECUTA-UPDATE / 0149-EJECUTA-INSERT                      *
015470* EJECUTAN EL UPDATE/INSERT A SAM-TAB REVISANDO EL SQLCODE:      *
015480*   CERO       - LISTO, EL QUE LLAMA CUENTA EL CAMBIO/ALTA.      *
015490*   -911/-913  - DEADLOCK O TIMEOUT: SE REINTENTA LA SENTENCIA   *
015500*                HASTA WK-REINTENTOS-MAX VECES (PARM COL 23-24). *
015510*   OTRO       - ERROR DURO (DUPLICADO, TABLESPACE LLENO, ETC):  *
015520*                SE ABORTA LA CORRIDA VIA 0860-ABORTA-SQL. UN    *
015530*                RETRYABLE QUE AGOTO SUS REINTENTOS TAMBIEN CAE  *
015540*                AQUI.                                           *
015550* OJO: EN UN -911 EL MANEJADOR PUDO HABER DESHECHO LA UNIDAD DE  *
015560* TRABAJO NO CONFIRMADA ANTES DEL REINTENTO. SI ESO OCURRE, EL   *
015570* CUADRE DE RENGLONES CONTRA SAM-TAB AL FINAL DE LA CORRIDA      *
015580* ACUSA EL FALTANTE Y EL TRAMO SE RECUPERA RECORRIENDO EL        *
015590* REFRESCO (EL SELECT DE 0140 LO HACE REENTRANTE).               *
015600******************************************************************
015610 0148-EJECUTA-UPDATE.
015620     EXEC SQL
015630         UPDATE SAM-TAB
015640            SET SAM_NAME          = :SAM-NAME,
015650                SAM_ADDRESS       = :SAM-ADDRESS,
015660                SAM_CONTACT       = :SAM-CONTACT,
015670                SAM_PHONE         = :SAM-PHONE,
015680                SAM_ESTATUS       = :SAM-ESTATUS,
015690                SAM_ESTATUS_FECHA = :SAM-ESTATUS-FECHA
015700          WHERE SAM_ID = :SAM-ID
015710     END-EXEC.
015720     EVALUATE TRUE
015730         WHEN SQLCODE = ZERO
015740              MOVE 'Y' TO WK-SQL-LISTO-SW
015750         WHEN (SQLCODE = -911 OR SQLCODE = -913)
015760              AND WK-REINTENTOS-CNT < WK-REINTENTOS-MAX
015770              ADD 1 TO WK-REINTENTOS-CNT
015780              ADD 1 TO WK-CONT-REINTENTOS
015790         WHEN OTHER
015800              MOVE 'UPDATE'          TO WK-OPERACION-SQL
015810              PERFORM 0860-ABORTA-SQL THRU 0860-FIN
015820     END-EVALUATE.
015830 0148-FIN.
015840     EXIT.
015850
015860 0149-EJECUTA-INSERT.
015870     EXEC SQL
015880         INSERT INTO SAM-TAB
015890                (SAM_ID, SAM_NAME, SAM_ADDRESS, SAM_CONTACT,
015900                 SAM_PHONE, SAM_ESTATUS, SAM_ESTATUS_FECHA)
015910         VALUES (:SAM-ID, :SAM-NAME, :SAM-ADDRESS, :SAM-CONTACT,
015920                 :SAM-PHONE, :SAM-ESTATUS, :SAM-ESTATUS-FECHA)
015930     END-EXEC.
015940     EVALUATE TRUE
015950         WHEN SQLCODE = ZERO
015960              MOVE 'Y' TO WK-SQL-LISTO-SW
015970         WHEN (SQLCODE = -911 OR SQLCODE = -913)
015980              AND WK-REINTENTOS-CNT < WK-REINTENTOS-MAX
015990              ADD 1 TO WK-REINTENTOS-CNT
016000              ADD 1 TO WK-CONT-REINTENTOS
016010         WHEN OTHER
016020              MOVE 'INSERT'          TO WK-OPERACION-SQL
016030              PERFORM 0860-ABORTA-SQL THRU 0860-FIN
016040     END-EVALUATE.
016050 0149-FIN.
016060     EXIT.
016070
016080******************************************************************
016090* 0520-ESCRIBE-EXCEPCION                                         *
016100* GRABA UN REGISTRO EN EL ARCHIVO DE EXCEPCIONES CUANDO LA LLAVE *
016110* DE SAM-FILE NO TIENE CONTRAPARTE EN SAM-TAB.                  *
016120******************************************************************
016130 0520-ESCRIBE-EXCEPCION.
016140     DISPLAY "PROGRAMA SAM-ID " SAM-ID " NOT FOUND ".
016150     ADD 1 TO WK-CONT-EXCEPCIONES.
016160     MOVE SPACES              TO SAM-EXCP-RECORD.
016170     MOVE SAM-FILE-KEY-NUMBER TO EXCP-KEY-NUMBER.
016180     MOVE WK-DATE-CURR        TO EXCP-RUN-DATE.
016190     MOVE 'NO EXISTE EN SAM-TAB' TO EXCP-MOTIVO.
016200     WRITE SAM-EXCP-RECORD.
016210 0520-FIN.
016220     EXIT.
016230
016240******************************************************************
016250* 0530-GRABA-EXTRACTO                                            *
016260* DETALLE DEL EXTRACTO SAM-XTRC PARA EL DATA WAREHOUSE: SE GRABA *
016270* POR CADA LLAVE CON CONTRAPARTE EN SAM-TAB, CON LOS CAMPOS DE   *
016280* SAM-FILE Y LAS COLUMNAS DE SAM-TAB (EN MODO REFRESCO, YA CON   *
016290* LOS VALORES APLICADOS A LA TABLA). LA SUMA HASH DE SAM-ID      *
016300* ALIMENTA EL TRAILER PARA QUE EL SISTEMA RECEPTOR VERIFIQUE QUE *
016310* RECIBIO EL ARCHIVO COMPLETO. LA LLAVE YA PASO LA VALIDACION    *
016320* NUMERICA DE 0130, ASI QUE SE SUMA DIRECTO.                     *
016330******************************************************************
016340 0530-GRABA-EXTRACTO.
016350*    UN RENGLON INACTIVO DE SAM-TAB YA NO VIAJA AL WAREHOUSE:
016360*    EL CLIENTE SE DIO DE BAJA Y AGUAS ABAJO NO DEBEN SEGUIR
016370*    RECIBIENDOLO. SOLO SE CUENTA COMO EXCLUIDO.
016380     IF SAM-ESTATUS = 'I'
016390         ADD 1 TO WK-CONT-XTRC-INAC
016400         GO TO 0530-FIN
016410     END-IF.
016420     MOVE SPACES              TO XTRC-DETAIL-RECORD.
016430     MOVE 'D'                 TO XTRC-D-TIPO.
016440     MOVE SAM-FILE-KEY-NUMBER TO XTRC-D-KEY.
016450     MOVE SAM-FILE-NAME       TO XTRC-D-FILE-NAME.
016460     MOVE SAM-FILE-ADDRESS    TO XTRC-D-FILE-ADDRESS.
016470     MOVE SAM-FILE-CONTACT    TO XTRC-D-FILE-CONTACT.
016480     MOVE SAM-FILE-ESTADO     TO XTRC-D-FILE-ESTADO.
016490     MOVE SAM-FILE-TELEFONO   TO XTRC-D-FILE-TELEFONO.
016500     MOVE SAM-FILE-FECHA-MANT TO XTRC-D-FILE-FECHA-MANT.
016510     MOVE SAM-NAME            TO XTRC-D-TAB-NAME.
016520     MOVE SAM-ADDRESS         TO XTRC-D-TAB-ADDRESS.
016530     MOVE SAM-CONTACT         TO XTRC-D-TAB-CONTACT.
016540     MOVE SAM-PHONE           TO XTRC-D-TAB-PHONE.
016550     WRITE XTRC-DETAIL-RECORD.
016560     ADD 1 TO WK-CONT-XTRC.
016570     MOVE SAM-FILE-KEY-NUMBER TO WK-XTRC-LLAVE-NUM.
016580     ADD WK-XTRC-LLAVE-NUM TO WK-XTRC-HASH.
016590 0530-FIN.
016600     EXIT.
016610
016620******************************************************************
016630* 0500-PROCESO                                                   *
016640* GUARDA LA LLAVE DEL REGISTRO ACTUAL (PARA EL CHECKPOINT) ANTES *
016650* DE PROCESARLO, LO COPIA AL HISTORICO, VALIDA LA LLAVE, LO      *
016660* CALIFICA CONTRA LAS REGLAS DE CALIDAD Y LO ACCESA CONTRA       *
016670* SAM-TAB, LUEGO AVANZA AL SIGUIENTE (LECTURA ANTICIPADA) Y      *
016680* REVISA SI TOCA GRABAR UN NUEVO CHECKPOINT. EN MODO REFRESCO,   *
016690* CON EL UMBRAL DE CALIDAD REBASADO, UN REGISTRO CON FALLA       *
016700* SEVERA YA NO SE APLICA A SAM-TAB (SOLO SE CUENTA COMO          *
016710* OMITIDO), PARA NO ENVENENAR LA TABLA CON UNA CARGA PODRIDA.    *
016720******************************************************************
016730 0500-PROCESO.
016740     MOVE SAM-FILE-KEY-NUMBER TO WK-ULTIMA-LLAVE.
016750     ADD 1 TO WK-CONT-PROCESADOS.
016760     PERFORM 0125-GRABA-HISTORIA      THRU 0125-FIN.
016770     PERFORM 0130-VALIDA-LLAVE        THRU 0130-FIN.
016780     PERFORM 0133-CALIDAD-DATOS       THRU 0133-FIN.
016790     IF WK-LLAVE-ES-VALIDA
016800         IF WK-MODO-ES-REFRESCO
016810            AND WK-CAL-REG-SEVERO AND WK-UMBRAL-REBASADO
016820             ADD 1 TO WK-CONT-CAL-OMITID
016830         ELSE
016840             PERFORM 0140-ACCESA-SAM-TAB THRU 0140-FIN
016850         END-IF
016860     END-IF.
016870     PERFORM 0120-LEE-SAM-FILE        THRU 0120-FIN.
016880     PERFORM 0600-VERIFICA-CHECKPOINT THRU 0600-FIN.
016890 0500-FIN.
016900     EXIT.
016910
016920******************************************************************
016930* 0125-GRABA-HISTORIA                                            *
016940* COPIA EL REGISTRO DE SAM-FILE TAL COMO SE LEYO, FECHADO CON LA *
016950* FECHA DE PROCESO, AL ARCHIVO HISTORICO SAM-HIST. EN PRODUCCION *
016960* ESTE ARCHIVO SE MANEJA COMO GDG PARA CONSERVAR UNA GENERACION  *
016970* POR DIA DE CORRIDA.                                            *
016980******************************************************************
016990 0125-GRABA-HISTORIA.
017000     MOVE SPACES              TO SAM-HIST-RECORD.
017010     MOVE SAM-FILE-KEY-NUMBER TO HIST-KEY-NUMBER.
017020     MOVE SAM-FILE-NAME       TO HIST-NAME.
017030     MOVE SAM-FILE-ADDRESS    TO HIST-ADDRESS.
017040     MOVE SAM-FILE-CONTACT    TO HIST-CONTACT.
017050     MOVE SAM-FILE-ESTADO     TO HIST-ESTADO.
017060     MOVE SAM-FILE-TELEFONO   TO HIST-TELEFONO.
017070     MOVE SAM-FILE-FECHA-MANT TO HIST-FECHA-MANT.
017080     MOVE WK-DATE-CURR        TO HIST-RUN-DATE.
017090     WRITE SAM-HIST-RECORD.
017100 0125-FIN.
017110     EXIT.
017120
017130******************************************************************
017140* 0510-DESPLIEGA                                                 *
017150******************************************************************
017160 0510-DESPLIEGA.
017170     IF WK-LINEA-ACTUAL >= WK-MAX-LINEAS
017180         PERFORM 0150-ENCABEZADO-RPT THRU 0150-FIN
017190     END-IF.
017200
017210     MOVE SPACES TO SAM-RPT-RECORD.
017220     STRING 'CLIENTE : '   DELIMITED BY SIZE
017230            SAM-ID         DELIMITED BY SIZE
017240            ' '            DELIMITED BY SIZE
017250            SAM-NAME       DELIMITED BY SIZE
017260       INTO SAM-RPT-RECORD.
017270     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
017280     ADD 1 TO WK-LINEA-ACTUAL.
017290
017300     MOVE SPACES TO SAM-RPT-RECORD.
017310     STRING 'ADDRESS : '   DELIMITED BY SIZE
017320            SAM-ADDRESS    DELIMITED BY SIZE
017330       INTO SAM-RPT-RECORD.
017340     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
017350     ADD 1 TO WK-LINEA-ACTUAL.
017360
017370     MOVE SPACES TO SAM-RPT-RECORD.
017380     STRING 'CONTACT : '   DELIMITED BY SIZE
017390            SAM-CONTACT    DELIMITED BY SIZE
017400            ' ON '         DELIMITED BY SIZE
017410            WK-DATE-CURR   DELIMITED BY SIZE
017420       INTO SAM-RPT-RECORD.
017430     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
017440     ADD 1 TO WK-LINEA-ACTUAL.
017450
017460     MOVE SPACES TO SAM-RPT-RECORD.
017470     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
017480     ADD 1 TO WK-LINEA-ACTUAL.
017490 0510-FIN.
017500     EXIT.
017510
017520******************************************************************
017530* 0150-ENCABEZADO-RPT                                            *
017540* ENCABEZADO DE PAGINA PARA EL LISTADO: TITULO, FECHA DE CORRIDA *
017550* Y NUMERO DE PAGINA. LA PRIMERA PAGINA NO HACE SALTO DE PAGINA, *
017560* SALVO EN UNA CORRIDA DE RESTART, DONDE SAM-RPT-FILE SE ABRE EN *
017570* EXTEND SOBRE EL LISTADO DE LA CORRIDA ANTERIOR Y EL ENCABEZADO *
017580* DEBE EMPEZAR SIEMPRE EN PAGINA NUEVA.                          *
017590******************************************************************
017600 0150-ENCABEZADO-RPT.
017610     ADD 1 TO WK-PAGINA.
017620     MOVE WK-PAGINA TO WK-PAGINA-ED.
017630
017640     MOVE SPACES TO SAM-RPT-RECORD.
017650     IF WK-PAGINA = 1 AND NOT WK-RESTART-SOLICITADO
017660         WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE
017670     ELSE
017680         WRITE SAM-RPT-RECORD AFTER ADVANCING PAGE
017690     END-IF.
017700
017710     MOVE SPACES TO SAM-RPT-RECORD.
017720     STRING 'COBOLSQL'   DELIMITED BY SIZE
017730            ' - LISTADO DE CLIENTES SAM-FILE / SAM-TAB'
017740                         DELIMITED BY SIZE
017750            ' - FECHA: ' DELIMITED BY SIZE
017760            WK-DATE-CURR DELIMITED BY SIZE
017770       INTO SAM-RPT-RECORD.
017780     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
017790
017800     MOVE SPACES TO SAM-RPT-RECORD.
017810     STRING 'PAGINA: '   DELIMITED BY SIZE
017820            WK-PAGINA-ED DELIMITED BY SIZE
017830       INTO SAM-RPT-RECORD.
017840     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
017850
017860     MOVE SPACES TO SAM-RPT-RECORD.
017870     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
017880
017890     MOVE 4 TO WK-LINEA-ACTUAL.
017900 0150-FIN.
017910     EXIT.
017920
017930******************************************************************
017940* 0600-VERIFICA-CHECKPOINT / 0610-ESCRIBE-CHECKPOINT             *
017950* CADA WK-CKPT-INTERVALO LECTURAS SE GRABA UN CHECKPOINT CON LA  *
017960* ULTIMA LLAVE PROCESADA, PARA PODER REINICIAR AHI EN LUGAR DE   *
017970* REPROCESAR TODO EL ARCHIVO DESDE EL PRINCIPIO. UNA CORRIDA DE  *
017980* REPROCESO SELECTIVO (WK-RANGO-ACTIVO) NUNCA GRABA CHECKPOINT - *
017990* SU LLAVE FINAL DE RANGO NO ES UN PUNTO VALIDO PARA REINICIAR   *
018000* LA CARGA COMPLETA, Y PISARIA EL CHECKPOINT DEL QUE DEPENDE. SI *
018010* LA CORRIDA NO LLEGO A PROCESAR NINGUN REGISTRO (WK-ULTIMA-     *
018020* LLAVE SIGUE EN SPACES) TAMPOCO SE GRABA, PARA NO PISAR CON UNA *
018030* LLAVE EN BLANCO UN CHECKPOINT VALIDO DE UNA CORRIDA ANTERIOR.  *
018040* UNA PARTICION SI GRABA CHECKPOINT, EN EL SAM-CKPT DE SU PASO,  *
018050* Y LO MARCA CON SU NUMERO DE PARTICION.                         *
018060******************************************************************
018070 0600-VERIFICA-CHECKPOINT.
018080     IF SAM-FILE-EOF
018090         GO TO 0600-FIN
018100     END-IF.
018110
018120     ADD 1 TO WK-CONT-DESDE-CKPT.
018130     IF WK-CONT-DESDE-CKPT < WK-CKPT-INTERVALO
018140         GO TO 0600-FIN
018150     END-IF.
018160
018170     PERFORM 0610-ESCRIBE-CHECKPOINT THRU 0610-FIN.
018180     MOVE ZERO TO WK-CONT-DESDE-CKPT.
018190 0600-FIN.
018200     EXIT.
018210
018220 0610-ESCRIBE-CHECKPOINT.
018230     IF WK-MODO-ES-REFRESCO
018240         PERFORM 0620-COMMIT-SQL THRU 0620-FIN
018250     END-IF.
018260     IF WK-RANGO-ACTIVO OR WK-ULTIMA-LLAVE = SPACES
018270         GO TO 0610-FIN
018280     END-IF.
018290     OPEN OUTPUT SAM-CKPT-FILE.
018300     IF WS-SAM-CKPT-STATUS NOT = '00'
018310         DISPLAY "ERROR AL ABRIR SAM-CKPT-FILE STATUS "
018320                 WS-SAM-CKPT-STATUS
018330         MOVE 16 TO RETURN-CODE
018340         STOP RUN
018350     END-IF.
018360     MOVE WK-ULTIMA-LLAVE TO CKPT-ULTIMA-LLAVE.
018370     MOVE WK-DATE-CURR    TO CKPT-RUN-DATE.
018380     MOVE WK-CONT-PROCESADOS  TO CKPT-CONT-PROCESADOS.
018390     MOVE WK-CONT-ENCONTRADOS TO CKPT-CONT-ENCONTRADOS.
018400     MOVE WK-CONT-EXCEPCIONES TO CKPT-CONT-EXCEPCIONES.
018410     MOVE WK-CONT-LLAVE-INVAL TO CKPT-CONT-LLAVE-INVAL.
018420     MOVE WK-CONT-TRUNCADOS   TO CKPT-CONT-TRUNCADOS.
018430     MOVE WK-CONT-INSERTADOS  TO CKPT-CONT-INSERTADOS.
018440     MOVE WK-CONT-ACTUALIZAD  TO CKPT-CONT-ACTUALIZAD.
018450     MOVE WK-CONT-XTRC        TO CKPT-CONT-XTRC.
018460     MOVE WK-XTRC-HASH        TO CKPT-XTRC-HASH.
018470     MOVE WK-CONT-CAL-SEVERA  TO CKPT-CONT-CAL-SEVERA.
018480     MOVE WK-CONT-CAL-LEVE    TO CKPT-CONT-CAL-LEVE.
018490     MOVE WK-CONT-CAL-VIOLA   TO CKPT-CONT-CAL-VIOLA.
018500     MOVE WK-CONT-CAL-OMITID  TO CKPT-CONT-CAL-OMITID.
018510     MOVE WK-TAB-CUENTA-INI   TO CKPT-TAB-CUENTA-INI.
018520     MOVE WK-CONT-REACTIVAD   TO CKPT-CONT-REACTIVAD.
018530     MOVE WK-CONT-XTRC-INAC   TO CKPT-CONT-XTRC-INAC.
018540     MOVE WK-CONT-DIGITO-INV  TO CKPT-CONT-DIGITO-INV.
018550     MOVE WK-PARTICION        TO CKPT-PARTICION.
018560     WRITE SAM-CKPT-RECORD.
018570     CLOSE SAM-CKPT-FILE.
018580 0610-FIN.
018590     EXIT.
018600
018610******************************************************************
018620* 0620-COMMIT-SQL                                                *
018630* CONFIRMA LA UNIDAD DE TRABAJO EN MODO REFRESCO. SE TOMA AL     *
018640* RITMO DEL CHECKPOINT, INMEDIATAMENTE ANTES DE GRABARLO, DE     *
018650* MODO QUE EL CHECKPOINT NUNCA APUNTE MAS ALLA DEL TRABAJO YA    *
018660* CONFIRMADO: SI EL JOB MUERE A LAS 3 AM, TODO LO ANTERIOR AL    *
018670* CHECKPOINT ESTA EN LA TABLA Y EL RESTART REPROCESA SOLO EL     *
018680* TRAMO NO CONFIRMADO (EL SELECT DE 0140 VUELVE A DECIDIR       *
018690* UPDATE/INSERT, ASI QUE EL REPROCESO NO DUPLICA ALTAS).         *
018700******************************************************************
018710 0620-COMMIT-SQL.
018720     EXEC SQL
018730         COMMIT
018740     END-EXEC.
018750     IF SQLCODE NOT = ZERO
018760         MOVE 'COMMIT'           TO WK-OPERACION-SQL
018770         PERFORM 0860-ABORTA-SQL THRU 0860-FIN
018780     END-IF.
018790 0620-FIN.
018800     EXIT.
018810
018820******************************************************************
018830* 0860-ABORTA-SQL                                                *
018840* ERROR IRRECUPERABLE DE SQL EN EL REFRESCO: SE BITACORIZA EN    *
018850* SAM-EXCP LA LLAVE Y EL SQLCODE, SE DESHACE LA UNIDAD DE        *
018860* TRABAJO NO CONFIRMADA CON ROLLBACK Y EL JOB TERMINA CON        *
018870* RETURN-CODE 12 PARA QUE EL SCHEDULER DETENGA LOS PASOS         *
018880* SIGUIENTES. EL CHECKPOINT NO SE REGRABA: EL ULTIMO GRABADO     *
018890* COINCIDE CON EL ULTIMO COMMIT Y ES EL PUNTO DE RESTART.        *
018900******************************************************************
018910 0860-ABORTA-SQL.
018920     MOVE SQLCODE TO WK-SQLCODE-ED
018930                     WK-SQLCODE-CORTO.
018940     DISPLAY "PROGRAMA ERROR SQL EN " WK-OPERACION-SQL.
018950     DISPLAY "SAM-ID " SAM-ID " SQLCODE " WK-SQLCODE-ED.
018960     MOVE SPACES              TO SAM-EXCP-RECORD.
018970     MOVE SAM-FILE-KEY-NUMBER TO EXCP-KEY-NUMBER.
018980     MOVE WK-DATE-CURR        TO EXCP-RUN-DATE.
018990     STRING 'SQL '            DELIMITED BY SIZE
019000            WK-OPERACION-SQL  DELIMITED BY SPACE
019010            ' '               DELIMITED BY SIZE
019020            WK-SQLCODE-CORTO  DELIMITED BY SIZE
019030       INTO EXCP-MOTIVO.
019040     WRITE SAM-EXCP-RECORD.
019050     EXEC SQL
019060         ROLLBACK
019070     END-EXEC.
019080     MOVE 12 TO RETURN-CODE.
019090     STOP RUN.
019100 0860-FIN.
019110     EXIT.
019120
019130******************************************************************
019140* 0950-TOTALES-CONTROL                                           *
019150* ESCRIBE EN EL LISTADO LOS TOTALES DE CONTROL DE LA CORRIDA:    *
019160* REGISTROS PROCESADOS, ENCONTRADOS EN SAM-TAB, EXCEPCIONES,     *
019170* LLAVES INVALIDAS Y, CUANDO LA CORRIDA FUE EN MODO REFRESCO,    *
019180* ALTAS Y CAMBIOS APLICADOS A SAM-TAB.                           *
019190******************************************************************
019200 0950-TOTALES-CONTROL.
019210     MOVE WK-CONT-PROCESADOS  TO WK-CONT-PROCESADOS-ED.
019220     MOVE WK-CONT-ENCONTRADOS TO WK-CONT-ENCONTRAD-ED.
019230     MOVE WK-CONT-EXCEPCIONES TO WK-CONT-EXCEPCION-ED.
019240     MOVE WK-CONT-LLAVE-INVAL TO WK-CONT-INVALIDA-ED.
019250     MOVE WK-CONT-DIGITO-INV  TO WK-CONT-DIGITO-ED.
019260     MOVE WK-CONT-TRUNCADOS   TO WK-CONT-TRUNCAD-ED.
019270
019280     MOVE SPACES TO SAM-RPT-RECORD.
019290     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
019300
019310     IF WK-PARTICION-ACTIVA
019320         MOVE SPACES TO SAM-RPT-RECORD
019330         STRING 'PARTICION '          DELIMITED BY SIZE
019340                WK-PARTICION         DELIMITED BY SIZE
019350                ' LLAVES '           DELIMITED BY SIZE
019360                WK-PART-LLAVE-INI    DELIMITED BY SIZE
019370                ' A '                DELIMITED BY SIZE
019380                WK-PART-LLAVE-FIN    DELIMITED BY SIZE
019390           INTO SAM-RPT-RECORD
019400         WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE
019410     END-IF.
019420
019430     MOVE SPACES TO SAM-RPT-RECORD.
019440     STRING 'TOTAL REGISTROS PROCESADOS : ' DELIMITED BY SIZE
019450            WK-CONT-PROCESADOS-ED           DELIMITED BY SIZE
019460       INTO SAM-RPT-RECORD.
019470     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
019480
019490     MOVE SPACES TO SAM-RPT-RECORD.
019500     STRING 'TOTAL ENCONTRADOS EN SAM-TAB: ' DELIMITED BY SIZE
019510            WK-CONT-ENCONTRAD-ED            DELIMITED BY SIZE
019520       INTO SAM-RPT-RECORD.
019530     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
019540
019550     MOVE SPACES TO SAM-RPT-RECORD.
019560     STRING 'TOTAL EXCEPCIONES (NO ENCONT): ' DELIMITED BY SIZE
019570            WK-CONT-EXCEPCION-ED             DELIMITED BY SIZE
019580       INTO SAM-RPT-RECORD.
019590     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
019600
019610     MOVE SPACES TO SAM-RPT-RECORD.
019620     STRING 'TOTAL LLAVES INVALIDAS      : ' DELIMITED BY SIZE
019630            WK-CONT-INVALIDA-ED             DELIMITED BY SIZE
019640       INTO SAM-RPT-RECORD.
019650     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
019660
019670     MOVE SPACES TO SAM-RPT-RECORD.
019680     STRING '  CON DIGITO VERIFIC. MALO  : ' DELIMITED BY SIZE
019690            WK-CONT-DIGITO-ED               DELIMITED BY SIZE
019700       INTO SAM-RPT-RECORD.
019710     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
019720
019730     MOVE SPACES TO SAM-RPT-RECORD.
019740     STRING 'TOTAL CAMPOS TRUNCADOS      : ' DELIMITED BY SIZE
019750            WK-CONT-TRUNCAD-ED              DELIMITED BY SIZE
019760       INTO SAM-RPT-RECORD.
019770     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
019780
019790     MOVE WK-CONT-XTRC-INAC TO WK-CONT-XTRCINA-ED.
019800     MOVE SPACES TO SAM-RPT-RECORD.
019810     STRING 'EXCLUIDOS DEL EXTRACTO (INA): ' DELIMITED BY SIZE
019820            WK-CONT-XTRCINA-ED              DELIMITED BY SIZE
019830       INTO SAM-RPT-RECORD.
019840     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
019850
019860     IF NOT WK-MODO-ES-REFRESCO
019870         GO TO 0950-FIN
019880     END-IF.
019890
019900     MOVE WK-CONT-INSERTADOS TO WK-CONT-INSERTAD-ED.
019910     MOVE WK-CONT-ACTUALIZAD TO WK-CONT-ACTUALIZ-ED.
019920
019930     MOVE SPACES TO SAM-RPT-RECORD.
019940     STRING 'TOTAL ALTAS EN SAM-TAB      : ' DELIMITED BY SIZE
019950            WK-CONT-INSERTAD-ED             DELIMITED BY SIZE
019960       INTO SAM-RPT-RECORD.
019970     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
019980
019990     MOVE SPACES TO SAM-RPT-RECORD.
020000     STRING 'TOTAL CAMBIOS EN SAM-TAB    : ' DELIMITED BY SIZE
020010            WK-CONT-ACTUALIZ-ED             DELIMITED BY SIZE
020020       INTO SAM-RPT-RECORD.
020030     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
020040
020050     MOVE WK-CONT-REACTIVAD TO WK-CONT-REACTIV-ED.
020060     MOVE SPACES TO SAM-RPT-RECORD.
020070     STRING 'TOTAL REACTIVADOS EN SAM-TAB: ' DELIMITED BY SIZE
020080            WK-CONT-REACTIV-ED              DELIMITED BY SIZE
020090       INTO SAM-RPT-RECORD.
020100     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
020110
020120     MOVE WK-CONT-REINTENTOS TO WK-CONT-REINTENT-ED.
020130     MOVE SPACES TO SAM-RPT-RECORD.
020140     STRING 'TOTAL REINTENTOS SQL        : ' DELIMITED BY SIZE
020150            WK-CONT-REINTENT-ED             DELIMITED BY SIZE
020160       INTO SAM-RPT-RECORD.
020170     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
020180
020190     MOVE WK-TAB-CUENTA-INI TO WK-TAB-INI-ED.
020200     MOVE SPACES TO SAM-RPT-RECORD.
020210     STRING 'RENGLONES SAM-TAB INICIALES : ' DELIMITED BY SIZE
020220            WK-TAB-INI-ED                    DELIMITED BY SIZE
020230       INTO SAM-RPT-RECORD.
020240     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
020250
020260     MOVE WK-TAB-CUENTA-FIN TO WK-TAB-FIN-ED.
020270     MOVE SPACES TO SAM-RPT-RECORD.
020280     STRING 'RENGLONES SAM-TAB FINALES   : ' DELIMITED BY SIZE
020290            WK-TAB-FIN-ED                    DELIMITED BY SIZE
020300       INTO SAM-RPT-RECORD.
020310     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
020320
020330     MOVE SPACES TO SAM-RPT-RECORD.
020340     STRING 'CUADRE DE RENGLONES (S/N)   : ' DELIMITED BY SIZE
020350            WK-BALANCE-SW                    DELIMITED BY SIZE
020360       INTO SAM-RPT-RECORD.
020370     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
020380 0950-FIN.
020390     EXIT.
020400
020410******************************************************************
020420* 0955-SCORECARD-CALIDAD                                         *
020430* SCORECARD DE CALIDAD DE LA CORRIDA, JUNTO A LOS TOTALES DE    *
020440* CONTROL: REGISTROS CON FALLA SEVERA Y LEVE, VIOLACIONES DE    *
020450* REGLA, PORCIENTO DE SEVEROS, UMBRAL DEL PARM Y REGISTROS QUE  *
020460* EL REFRESCO DEJO DE APLICAR POR UMBRAL REBASADO.              *
020470******************************************************************
020480 0955-SCORECARD-CALIDAD.
020490     MOVE WK-CONT-CAL-SEVERA TO WK-CONT-CAL-SEV-ED.
020500     MOVE WK-CONT-CAL-LEVE   TO WK-CONT-CAL-LEV-ED.
020510     MOVE WK-CONT-CAL-VIOLA  TO WK-CONT-CAL-VIO-ED.
020520     MOVE WK-CONT-CAL-OMITID TO WK-CONT-CAL-OMI-ED.
020530     IF WK-CONT-PROCESADOS NOT = ZERO
020540         COMPUTE WK-CAL-PCT = WK-CONT-CAL-SEVERA * 100
020550                            / WK-CONT-PROCESADOS
020560     END-IF.
020570     MOVE WK-CAL-PCT TO WK-CAL-PCT-ED.
020580
020590     MOVE SPACES TO SAM-RPT-RECORD.
020600     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
020610
020620     MOVE SPACES TO SAM-RPT-RECORD.
020630     STRING 'SCORECARD DE CALIDAD DE DATOS' DELIMITED BY SIZE
020640       INTO SAM-RPT-RECORD.
020650     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
020660
020670     MOVE SPACES TO SAM-RPT-RECORD.
020680     STRING 'REGISTROS CON FALLA SEVERA  : ' DELIMITED BY SIZE
020690            WK-CONT-CAL-SEV-ED               DELIMITED BY SIZE
020700       INTO SAM-RPT-RECORD.
020710     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
020720
020730     MOVE SPACES TO SAM-RPT-RECORD.
020740     STRING 'REGISTROS CON FALLA LEVE    : ' DELIMITED BY SIZE
020750            WK-CONT-CAL-LEV-ED               DELIMITED BY SIZE
020760       INTO SAM-RPT-RECORD.
020770     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
020780
020790     MOVE SPACES TO SAM-RPT-RECORD.
020800     STRING 'VIOLACIONES DE REGLA        : ' DELIMITED BY SIZE
020810            WK-CONT-CAL-VIO-ED               DELIMITED BY SIZE
020820       INTO SAM-RPT-RECORD.
020830     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
020840
020850     MOVE SPACES TO SAM-RPT-RECORD.
020860     STRING 'PORCIENTO DE SEVEROS        : ' DELIMITED BY SIZE
020870            WK-CAL-PCT-ED                    DELIMITED BY SIZE
020880       INTO SAM-RPT-RECORD.
020890     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
020900
020910     IF NOT WK-MODO-ES-REFRESCO
020920         GO TO 0955-FIN
020930     END-IF.
020940     MOVE SPACES TO SAM-RPT-RECORD.
020950     STRING 'OMITIDOS POR UMBRAL         : ' DELIMITED BY SIZE
020960            WK-CONT-CAL-OMI-ED               DELIMITED BY SIZE
020970       INTO SAM-RPT-RECORD.
020980     WRITE SAM-RPT-RECORD AFTER ADVANCING 1 LINE.
020990 0955-FIN.
021000     EXIT.
021010
021020
021030******************************************************************
021040* 0900-TERMINA                                                   *
021050******************************************************************
021060 0900-TERMINA.
021070     IF WK-CURSOR-ABIERTO
021080         PERFORM 0910-CIERRA-CURSOR THRU 0910-FIN
021090     END-IF.
021100     IF WK-MODO-ES-REFRESCO
021110         PERFORM 0930-BALANCE-SAM-TAB THRU 0930-FIN
021120     END-IF.
021130     PERFORM 0950-TOTALES-CONTROL    THRU 0950-FIN.
021140     PERFORM 0955-SCORECARD-CALIDAD  THRU 0955-FIN.
021150     PERFORM 0915-TRAILER-EXTRACTO   THRU 0915-FIN.
021160     PERFORM 0610-ESCRIBE-CHECKPOINT THRU 0610-FIN.
021170     PERFORM 0940-GRADUA-RETORNO     THRU 0940-FIN.
021180     PERFORM 0920-GRABA-RUN-STATS    THRU 0920-FIN.
021190     CLOSE SAM-FILE.
021200     CLOSE SAM-RPT-FILE.
021210     CLOSE SAM-EXCP-FILE.
021220     CLOSE SAM-ERRQ-FILE.
021230     CLOSE SAM-HIST-FILE.
021240     CLOSE SAM-AUDT-FILE.
021250     CLOSE SAM-XTRC-FILE.
021260     CLOSE SAM-QRPT-FILE.
021270     DISPLAY "PROGRAMA FIN PROCESO".
021280 0900-FIN.
021290     EXIT.
021300
021310******************************************************************
021320* 0910-CIERRA-CURSOR                                             *
021330******************************************************************
021340 0910-CIERRA-CURSOR.
021350     EXEC SQL
021360         CLOSE CUR-SAM-TAB
021370     END-EXEC.
021380     IF SQLCODE NOT = ZERO
021390         MOVE 'CLOSE CURSOR'     TO WK-OPERACION-SQL
021400         PERFORM 0860-ABORTA-SQL THRU 0860-FIN
021410     END-IF.
021420     MOVE 'N' TO WK-CURSOR-SW.
021430 0910-FIN.
021440     EXIT.
021450
021460******************************************************************
021470* 0915-TRAILER-EXTRACTO                                          *
021480* CIERRA EL EXTRACTO SAM-XTRC CON LA CUENTA DE DETALLES Y LA     *
021490* SUMA HASH DE SAM-ID DE TODA LA CORRIDA DEL DIA (EN RESTART LOS *
021500* ACUMULADOS VIENEN DEL CHECKPOINT, IGUAL QUE LOS TOTALES DE     *
021510* CONTROL). EL TRAILER SOLO SE GRABA AL TERMINAR BIEN; UNA       *
021520* CORRIDA QUE ABENDEA DEJA EL EXTRACTO SIN TRAILER Y EL SISTEMA  *
021530* RECEPTOR LO RECHAZA COMO INCOMPLETO, QUE ES LO QUE SE BUSCA.   *
021540* EL TRAILER DE UNA PARTICION ACARREA TAMBIEN LAS CUENTAS DE     *
021550* SAM-TAB DEL RANGO AL ARRANQUE Y AL FINAL, PARA EL CUADRE DE    *
021560* LA TABLA COMPLETA QUE HACE SAMCONSO.                           *
021570******************************************************************
021580 0915-TRAILER-EXTRACTO.
021590     MOVE SPACES       TO XTRC-TRAILER-RECORD.
021600     MOVE 'T'          TO XTRC-T-TIPO.
021610     MOVE WK-CONT-XTRC TO XTRC-T-CUENTA.
021620     MOVE WK-XTRC-HASH TO XTRC-T-HASH.
021630     IF WK-PARTICION-ACTIVA
021640         MOVE WK-TAB-CUENTA-INI TO XTRC-T-TAB-CUENTA-INI
021650         MOVE WK-TAB-CUENTA-FIN TO XTRC-T-TAB-CUENTA-FIN
021660     END-IF.
021670     WRITE XTRC-TRAILER-RECORD.
021680 0915-FIN.
021690     EXIT.
021700
021710******************************************************************
021720* 0930-BALANCE-SAM-TAB                                           *
021730* CUADRE DE RENGLONES DEL REFRESCO: LA CUENTA DE SAM-TAB AL     *
021740* ARRANCAR EL DIA MAS LAS ALTAS APLICADAS DEBE DAR LA CUENTA    *
021750* ACTUAL. UN FALTANTE DELATA UNA APLICACION PARCIAL (POR        *
021760* EJEMPLO UN TRAMO DESHECHO POR DEADLOCK) ANTES DE QUE LO       *
021770* DESCUBRA EL CIERRE DE MES; LA CORRIDA TERMINA CON RETURN-CODE *
021780* 8 VIA 0940-GRADUA-RETORNO. EN UNA PARTICION EL CUADRE ES DEL  *
021790* RANGO (VER 0109); EL CUADRE DE LA TABLA COMPLETA LO HACE      *
021800* SAMCONSO AL CONSOLIDAR.                                       *
021810******************************************************************
021820 0930-BALANCE-SAM-TAB.
021830     EXEC SQL
021840         SELECT COUNT(*)
021850           INTO :WK-TAB-CUENTA
021860           FROM SAM-TAB
021870          WHERE SAM_ID >= :WK-PART-TAB-INI
021880            AND SAM_ID <= :WK-PART-TAB-FIN
021890     END-EXEC.
021900     IF SQLCODE NOT = ZERO
021910         MOVE 'COUNT FIN'        TO WK-OPERACION-SQL
021920         PERFORM 0860-ABORTA-SQL THRU 0860-FIN
021930     END-IF.
021940     MOVE WK-TAB-CUENTA TO WK-TAB-CUENTA-FIN.
021950     IF WK-TAB-CUENTA-INI + WK-CONT-INSERTADOS
021960        = WK-TAB-CUENTA-FIN
021970         MOVE 'S' TO WK-BALANCE-SW
021980     ELSE
021990         MOVE 'N' TO WK-BALANCE-SW
022000         DISPLAY "PROGRAMA SAM-TAB FUERA DE CUADRE"
022010     END-IF.
022020 0930-FIN.
022030     EXIT.
022040
022050******************************************************************
022060* 0940-GRADUA-RETORNO                                            *
022070* RETURN-CODE GRADUADO PARA QUE EL JCL CONDICIONE LOS PASOS     *
022080* SIGUIENTES: 8 SI EL REFRESCO QUEDO FUERA DE CUADRE, 4 SI      *
022090* HUBO EXCEPCIONES, LLAVES INVALIDAS, TRUNCAMIENTOS U OMITIDOS  *
022100* POR CALIDAD, 0 CORRIDA LIMPIA. LOS ABENDS (12/16) TERMINAN    *
022110* ANTES DE LLEGAR AQUI.                                         *
022120******************************************************************
022130 0940-GRADUA-RETORNO.
022140     EVALUATE TRUE
022150         WHEN WK-FUERA-BALANCE
022160              MOVE 8 TO RETURN-CODE
022170         WHEN WK-CONT-EXCEPCIONES > ZERO
022180           OR WK-CONT-LLAVE-INVAL > ZERO
022190           OR WK-CONT-TRUNCADOS   > ZERO
022200           OR WK-CONT-CAL-OMITID  > ZERO
022210              MOVE 4 TO RETURN-CODE
022220         WHEN OTHER
022230              MOVE ZERO TO RETURN-CODE
022240     END-EVALUATE.
022250 0940-FIN.
022260     EXIT.
022270
022280******************************************************************
022290* 0920-GRABA-RUN-STATS                                           *
022300* GRABA EL REGISTRO UNICO DE RUN-STATS QUE LEEN EL SCHEDULER Y  *
022310* EL TABLERO MATUTINO: FECHA, MODO, CONTADORES DE CONTROL,      *
022320* BANDERA DE CUADRE ('S'/'N'; '-' EN MODO CONSULTA) Y EL        *
022330* RETURN-CODE GRADUADO. EL ARCHIVO SE ABRE Y CIERRA AQUI MISMO  *
022340* (COMO EL CHECKPOINT) Y SIEMPRE SE REESCRIBE COMPLETO, TAMBIEN *
022350* EN RESTART: REFLEJA EL ESTADO FINAL DEL DIA.                  *
022360******************************************************************
022370 0920-GRABA-RUN-STATS.
022380     OPEN OUTPUT SAM-STAT-FILE.
022390     IF WS-SAM-STAT-STATUS NOT = '00'
022400         DISPLAY "ERROR AL ABRIR SAM-STAT-FILE STATUS "
022410                 WS-SAM-STAT-STATUS
022420         MOVE 16 TO RETURN-CODE
022430         STOP RUN
022440     END-IF.
022450     MOVE SPACES              TO SAM-STAT-RECORD.
022460     MOVE WK-DATE-CURR        TO STAT-FECHA-PROCESO.
022470     MOVE WK-MODO-PROCESO     TO STAT-MODO.
022480     MOVE WK-CONT-PROCESADOS  TO STAT-CONT-PROCESADOS.
022490     MOVE WK-CONT-ENCONTRADOS TO STAT-CONT-ENCONTRADOS.
022500     MOVE WK-CONT-EXCEPCIONES TO STAT-CONT-EXCEPCIONES.
022510     MOVE WK-CONT-LLAVE-INVAL TO STAT-CONT-LLAVE-INVAL.
022520     MOVE WK-CONT-TRUNCADOS   TO STAT-CONT-TRUNCADOS.
022530     MOVE WK-CONT-INSERTADOS  TO STAT-CONT-INSERTADOS.
022540     MOVE WK-CONT-ACTUALIZAD  TO STAT-CONT-ACTUALIZAD.
022550     MOVE WK-CONT-XTRC        TO STAT-CONT-XTRC.
022560     MOVE WK-CONT-CAL-SEVERA  TO STAT-CONT-CAL-SEVERA.
022570     MOVE WK-CONT-CAL-LEVE    TO STAT-CONT-CAL-LEVE.
022580     MOVE WK-CONT-CAL-OMITID  TO STAT-CONT-CAL-OMITID.
022590     MOVE WK-CONT-REINTENTOS  TO STAT-CONT-REINTENTOS.
022600     MOVE WK-BALANCE-SW       TO STAT-BALANCE.
022610     MOVE RETURN-CODE         TO STAT-RETURN-CODE.
022620     WRITE SAM-STAT-RECORD.
022630     CLOSE SAM-STAT-FILE.
022640 0920-FIN.
022650     EXIT.
