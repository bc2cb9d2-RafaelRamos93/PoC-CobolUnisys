000010******************************************************************
000020* SAMBITAC                                                       *
000030*                                                                *
000040* BITACORA DE LA MALLA NOCTURNA PARA UNA FECHA DE PROCESO, ARMADA*
000050* CON LOS REGISTROS DE CORRIDA QUE GRABA SAMCICLO EN SAM-CTRL.   *
000060* LA MALLA (JOBS Y SU PREDECESOR, EL MISMO QUE CADA JOB DECLARA  *
000070* EN EL PARM DE SAMCICLO) VIENE EN EL ARCHIVO DE PARAMETROS      *
000080* SAM-MALL; LOS JOBS SE LISTAN EN ORDEN DE DEPENDENCIA (NIVEL 1  *
000090* SIN PREDECESOR, NIVEL 2 LOS QUE DEPENDEN DE UNO DE NIVEL 1,    *
000100* ETC.) CON ARRANQUE, FIN, TIEMPO TRANSCURRIDO, PROMEDIO MOVIL,  *
000110* RETURN-CODE, MARCA DE RECORRIDO Y PASO QUE FALLO.              *
000120* SE MARCAN LOS JOBS QUE NO ARRANCARON, LOS QUE SIGUEN EN 'E'    *
000130* (EN EJECUCION O MUERTOS SIN FIN) Y LOS QUE TARDARON MAS QUE SU *
000140* PROMEDIO DE LAS ULTIMAS N CORRIDAS COMPLETADAS MAS LA          *
000150* TOLERANCIA DEL PARM. UN JOB CON CORRIDA PARA LA FECHA QUE NO   *
000160* ESTA EN SAM-MALL SE LISTA AL FINAL COMO FUERA DE MALLA.        *
000170* CIERRA CON LA RUTA CRITICA (LA CADENA DE PREDECESORES CON MAS  *
000180* TIEMPO ACUMULADO) CONTRA LA HORA LIMITE DE LA VENTANA BATCH:   *
000190* LA HOLGURA QUE QUEDA O EL EXCESO SOBRE EL DIA EN LINEA. UN JOB *
000200* SIN FIN USA SU PROMEDIO COMO ESTIMADO Y LA RUTA SE MARCA       *
000210* ESTIMADA. EL PASO TERMINA CON RETURN-CODE 4 SI HAY ALERTAS.    *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    SAMBITAC.
000250 AUTHOR.        R ALVARADO.
000260 INSTALLATION.  DEPTO DE SISTEMAS.
000270 DATE-WRITTEN.  10/08/2026.
000280 DATE-COMPILED. 10/08/2026.
000290*----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*----------------------------------------------------------------
000320* 10/08/2026  RAV  VERSION ORIGINAL - BITACORA DE LA MALLA CON
000330*                  TIEMPOS, PROMEDIO MOVIL, ALERTAS Y RUTA
000340*                  CRITICA CONTRA LA VENTANA BATCH.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390
000400     SELECT SAM-CTRL-FILE
000410         ASSIGN TO "SAM-CTRL"
000420         ORGANIZATION IS INDEXED
000430         RECORD KEY IS CTRL-LLAVE
000440         ACCESS MODE IS DYNAMIC
000450         FILE STATUS IS WS-SAM-CTRL-STATUS.
000460
000470     SELECT SAM-MALL-FILE
000480         ASSIGN TO "SAM-MALL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-SAM-MALL-STATUS.
000510
000520     SELECT SAM-BITR-FILE
000530         ASSIGN TO "SAM-BITR"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-SAM-BITR-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590
000600 FD  SAM-CTRL-FILE
000610     DATA RECORD IS SAM-CTRL-RECORD
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 80 CHARACTERS.
000640 01  SAM-CTRL-RECORD.
000650     05 CTRL-LLAVE.
000660        10 CTRL-FECHA-PROCESO PIC X(10).
000670        10 CTRL-JOB           PIC X(08).
000680     05 CTRL-ESTADO           PIC X(01).
000690        88 CTRL-EN-EJECUCION           VALUE 'E'.
000700        88 CTRL-COMPLETADA             VALUE 'C'.
000710     05 CTRL-RETURN-CODE      PIC 9(02).
000720     05 CTRL-FECHA-INICIO     PIC X(10).
000730     05 CTRL-FECHA-FIN        PIC X(10).
000740     05 CTRL-HORA-INICIO      PIC 9(06).
000750     05 CTRL-HORA-FIN         PIC 9(06).
000760     05 CTRL-PASO-FALLIDO     PIC X(08).
000770     05 CTRL-CORRIDAS         PIC 9(02).
000780     05 FILLER                PIC X(17).
000790
000800******************************************************************
000810* DEFINICION DE LA MALLA - UNA TARJETA POR JOB. UNA TARJETA CON  *
000820* '*' EN LA COLUMNA 1 O CON EL JOB EN BLANCO ES COMENTARIO. UN   *
000830* PREDECESOR QUE NO ESTA EN LA MALLA SE TRATA COMO EXTERNO (EL   *
000840* JOB QUEDA EN NIVEL 1).                                         *
000850******************************************************************
000860 FD  SAM-MALL-FILE
000870     DATA RECORD IS SAM-MALL-RECORD
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  SAM-MALL-RECORD.
000910     05 MALL-JOB              PIC X(08).
000920     05 MALL-PREDECESOR       PIC X(08).
000930     05 MALL-DESCRIPCION      PIC X(30).
000940     05 FILLER                PIC X(34).
000950
000960 FD  SAM-BITR-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 132 CHARACTERS.
000990 01  SAM-BITR-RECORD            PIC X(132).
001000
001010 WORKING-STORAGE SECTION.
001020
001030 01  WK-AREA.
001040     05 WK-DATE-CURR.
001050        07 WK-DATE-MM         PIC XX   VALUE SPACES.
001060        07 FILLER             PIC X    VALUE '-'.
001070        07 WK-DATE-DD         PIC XX   VALUE SPACES.
001080        07 FILLER             PIC X    VALUE '-'.
001090        07 WK-DATE-YYYY       PIC X(04) VALUE SPACES.
001100     05 WK-FECHA-SISTEMA      PIC 9(08) VALUE ZERO.
001110     05 WK-HORA-SISTEMA       PIC 9(08) VALUE ZERO.
001120     05 WK-FECHA-PROCESO.
001130        07 WK-PROC-MM         PIC XX   VALUE SPACES.
001140        07 FILLER             PIC X    VALUE '-'.
001150        07 WK-PROC-DD         PIC XX   VALUE SPACES.
001160        07 FILLER             PIC X    VALUE '-'.
001170        07 WK-PROC-YYYY       PIC X(04) VALUE SPACES.
001180     05 WK-FECHA-PROC-NUM     PIC 9(08) VALUE ZERO.
001190     05 WK-TOLERANCIA-PCT     PIC 9(03) VALUE 025.
001200     05 WK-HORA-LIMITE        PIC 9(04) VALUE 0600.
001210     05 WK-HORA-LIMITE-R REDEFINES WK-HORA-LIMITE.
001220        07 WK-LIMITE-HH       PIC 9(02).
001230        07 WK-LIMITE-MM       PIC 9(02).
001240     05 WK-CORRIDAS-PROM      PIC 9(02) VALUE 10.
001250
001260******************************************************************
001270* CALCULO DE TIEMPOS. TODO INSTANTE SE LLEVA EN SEGUNDOS         *
001280* ABSOLUTOS (DIA JULIANO POR 86400 MAS LA HORA) PARA QUE UNA     *
001290* CORRIDA QUE CRUZA LA MEDIANOCHE SE MIDA SIN CASOS ESPECIALES.  *
001300******************************************************************
001310 01  WK-TIEMPO-AREA.
001320     05 WK-CALC-FECHA-GUION   PIC X(10) VALUE SPACES.
001330     05 WK-CALC-FECHA         PIC 9(08) VALUE ZERO.
001340     05 WK-CALC-HORA          PIC 9(06) VALUE ZERO.
001350     05 WK-CALC-HORA-R REDEFINES WK-CALC-HORA.
001360        07 WK-CALC-HH         PIC 9(02).
001370        07 WK-CALC-MI         PIC 9(02).
001380        07 WK-CALC-SS         PIC 9(02).
001390     05 WK-CALC-SEG           PIC 9(11) COMP VALUE ZERO.
001400     05 WK-CALC-DIA           PIC 9(07) COMP VALUE ZERO.
001410     05 WK-CORR-INI-SEG       PIC 9(11) COMP VALUE ZERO.
001420     05 WK-CORR-FIN-SEG       PIC 9(11) COMP VALUE ZERO.
001430     05 WK-FECHA-HIST         PIC 9(08) VALUE ZERO.
001440     05 WK-AHORA-SEG          PIC 9(11) COMP VALUE ZERO.
001450     05 WK-MALLA-INI-SEG      PIC 9(11) COMP VALUE ZERO.
001460     05 WK-MALLA-FIN-SEG      PIC 9(11) COMP VALUE ZERO.
001470     05 WK-LIMITE-SEG         PIC 9(11) COMP VALUE ZERO.
001480     05 WK-VENTANA-SEG        PIC 9(09) COMP VALUE ZERO.
001490     05 WK-HOLGURA-SEG        PIC 9(09) COMP VALUE ZERO.
001500     05 WK-DUR-SEG            PIC 9(09) COMP VALUE ZERO.
001510     05 WK-DUR-TRABAJO        PIC 9(09) COMP VALUE ZERO.
001520     05 WK-LIMITE-PROM        PIC 9(09) COMP VALUE ZERO.
001530     05 WK-SUMA-HIST          PIC 9(11) COMP VALUE ZERO.
001540     05 WK-DUR-ED.
001550        07 WK-DUR-HH          PIC 99.
001560        07 FILLER             PIC X    VALUE ':'.
001570        07 WK-DUR-MI          PIC 99.
001580        07 FILLER             PIC X    VALUE ':'.
001590        07 WK-DUR-SS          PIC 99.
001600     05 WK-TS-ED.
001610        07 WK-TS-MM           PIC XX.
001620        07 FILLER             PIC X    VALUE '-'.
001630        07 WK-TS-DD           PIC XX.
001640        07 FILLER             PIC X    VALUE SPACE.
001650        07 WK-TS-HH           PIC 99.
001660        07 FILLER             PIC X    VALUE ':'.
001670        07 WK-TS-MI           PIC 99.
001680        07 FILLER             PIC X    VALUE ':'.
001690        07 WK-TS-SS           PIC 99.
001700
001710******************************************************************
001720* TABLA DE LA MALLA. POR CADA JOB: SU DEFINICION, SU NIVEL DE    *
001730* DEPENDENCIA, LA CORRIDA DE LA FECHA DE PROCESO (SI LA HAY) Y   *
001740* LAS ULTIMAS CORRIDAS COMPLETADAS ANTERIORES PARA EL PROMEDIO   *
001750* MOVIL. WK-JB-RUTA ES EL TIEMPO ACUMULADO DE LA CADENA DE       *
001760* PREDECESORES QUE TERMINA EN EL JOB.                            *
001770******************************************************************
001780 01  WK-JB-TABLA.
001790     05 WK-JB-MAX             PIC 9(03) COMP VALUE 100.
001800     05 WK-JB-CNT             PIC 9(03) COMP VALUE ZERO.
001810     05 WK-JB-I               PIC 9(03) COMP VALUE ZERO.
001820     05 WK-JB-J               PIC 9(03) COMP VALUE ZERO.
001830     05 WK-JB-P               PIC 9(03) COMP VALUE ZERO.
001840     05 WK-JB-H               PIC 9(03) COMP VALUE ZERO.
001850     05 WK-JB-VIEJA           PIC 9(03) COMP VALUE ZERO.
001860     05 WK-JB-RUTA-IX         PIC 9(03) COMP VALUE ZERO.
001870     05 WK-NIVEL              PIC 9(03) COMP VALUE ZERO.
001880     05 WK-NIVEL-MAX          PIC 9(03) COMP VALUE ZERO.
001890     05 WK-PASADA             PIC 9(03) COMP VALUE ZERO.
001900     05 WK-JB-ENTRADA         OCCURS 100 TIMES.
001910        10 WK-JB-JOB          PIC X(08).
001920        10 WK-JB-PRED         PIC X(08).
001930        10 WK-JB-PRED-IX      PIC 9(03) COMP.
001940        10 WK-JB-NIVEL        PIC 9(03) COMP.
001950        10 WK-JB-MALLA-SW     PIC X(01).
001960        10 WK-JB-CORRIO-SW    PIC X(01).
001970        10 WK-JB-ESTADO       PIC X(01).
001980        10 WK-JB-RC           PIC 9(02).
001990        10 WK-JB-CORRIDAS     PIC 9(02).
002000        10 WK-JB-PASO         PIC X(08).
002010        10 WK-JB-FECHA-INI    PIC X(10).
002020        10 WK-JB-HORA-INI     PIC 9(06).
002030        10 WK-JB-FECHA-FIN    PIC X(10).
002040        10 WK-JB-HORA-FIN     PIC 9(06).
002050        10 WK-JB-TIEMPOS-SW   PIC X(01).
002060        10 WK-JB-SEG-INI      PIC 9(11) COMP.
002070        10 WK-JB-SEG-FIN      PIC 9(11) COMP.
002080        10 WK-JB-DURACION     PIC 9(09) COMP.
002090        10 WK-JB-PROMEDIO     PIC 9(09) COMP.
002100        10 WK-JB-RUTA         PIC 9(09) COMP.
002110        10 WK-JB-ESTIMADO-SW  PIC X(01).
002120        10 WK-JB-H-CNT        PIC 9(03) COMP.
002130        10 WK-JB-HISTORIA     OCCURS 30 TIMES.
002140           15 WK-JB-H-FECHA   PIC 9(08).
002150           15 WK-JB-H-SEG     PIC 9(09) COMP.
002160
002170 01  WK-RUTA-TABLA.
002180     05 WK-RUTA-CNT           PIC 9(03) COMP VALUE ZERO.
002190     05 WK-RUTA-K             PIC 9(03) COMP VALUE ZERO.
002200     05 WK-RUTA-JOB-IX        PIC 9(03) COMP OCCURS 100 TIMES.
002210
002220 01  WK-CONTADORES.
002230     05 WK-CONT-MALLA         PIC 9(09) COMP VALUE ZERO.
002240     05 WK-CONT-CORRIERON     PIC 9(09) COMP VALUE ZERO.
002250     05 WK-CONT-NO-INICIO     PIC 9(09) COMP VALUE ZERO.
002260     05 WK-CONT-EN-EJEC       PIC 9(09) COMP VALUE ZERO.
002270     05 WK-CONT-LARGOS        PIC 9(09) COMP VALUE ZERO.
002280     05 WK-CONT-RECORRIDOS    PIC 9(09) COMP VALUE ZERO.
002290     05 WK-CONT-FUERA-MALLA   PIC 9(09) COMP VALUE ZERO.
002300     05 WK-CONT-CTRL-LEIDOS   PIC 9(09) COMP VALUE ZERO.
002310     05 WK-CONT-ED            PIC ZZZ,ZZZ,ZZ9.
002320     05 WK-CONT-ETIQUETA      PIC X(30) VALUE SPACES.
002330
002340******************************************************************
002350* CAMPOS DE LA LINEA DE DETALLE                                  *
002360******************************************************************
002370 01  WK-DETALLE-AREA.
002380     05 WK-DET-NIVEL          PIC ZZ9.
002390     05 WK-DET-INICIO         PIC X(14).
002400     05 WK-DET-FIN            PIC X(14).
002410     05 WK-DET-TRANSC         PIC X(08).
002420     05 WK-DET-PROMEDIO       PIC X(08).
002430     05 WK-DET-RC             PIC X(02).
002440     05 WK-DET-RECORRIDO      PIC X(01).
002450     05 WK-DET-ALERTA         PIC X(24).
002460
002470 01  WK-SWITCHES.
002480     05 WK-CAMBIO-SW          PIC X(01) VALUE 'N'.
002490        88 WK-HUBO-CAMBIO              VALUE 'Y'.
002500     05 WK-JOB-HALLADO-SW     PIC X(01) VALUE 'N'.
002510        88 WK-JOB-HALLADO              VALUE 'Y'.
002520     05 WK-FIN-DIA-SW         PIC X(01) VALUE 'N'.
002530        88 WK-FIN-DIA                  VALUE 'Y'.
002540     05 WK-RUTA-ESTIM-SW      PIC X(01) VALUE 'N'.
002550        88 WK-RUTA-ESTIMADA            VALUE 'Y'.
002560     05 WK-MALLA-FIN-SW       PIC X(01) VALUE 'Y'.
002570        88 WK-MALLA-TERMINADA          VALUE 'Y'.
002580     05 WK-TIEMPOS-SW         PIC X(01) VALUE 'N'.
002590        88 WK-TIEMPOS-OK               VALUE 'Y'.
002600
002610 01  WK-RPT-AREA.
002620     05 WK-LINEA-ACTUAL       PIC 9(03) COMP VALUE 99.
002630     05 WK-MAX-LINEAS         PIC 9(03) COMP VALUE 060.
002640     05 WK-PAGINA             PIC 9(05) COMP VALUE ZERO.
002650     05 WK-PAGINA-ED          PIC ZZZZ9.
002660
002670 01  WS-AREA.
002680     05  WS-SAM-CTRL-STATUS   PIC XX   VALUE SPACES.
002690         88 SAM-CTRL-EOF               VALUE '10'.
002700     05  WS-SAM-MALL-STATUS   PIC XX   VALUE SPACES.
002710         88 SAM-MALL-EOF               VALUE '10'.
002720     05  WS-SAM-BITR-STATUS   PIC XX   VALUE SPACES.
002730
002740 LINKAGE SECTION.
002750******************************************************************
002760* PARM DE JCL - FORMATO POSICIONAL                               *
002770*   COL  1-8   FECHA DE PROCESO AAAAMMDD (OBLIGATORIA; LA MISMA  *
002780*              QUE RECIBE SAMCICLO EN LA MALLA DE ESA NOCHE)     *
002790*   COL  9-11  TOLERANCIA EN PORCIENTO SOBRE EL PROMEDIO MOVIL   *
002800*              ANTES DE MARCAR UN JOB LARGO (OPCIONAL; 025)      *
002810*   COL 12-15  HORA LIMITE DE LA VENTANA BATCH HHMM (OPCIONAL;   *
002820*              0600). SI ES MENOR O IGUAL A LA HORA DE ARRANQUE  *
002830*              DE LA MALLA SE ENTIENDE DEL DIA SIGUIENTE         *
002840*   COL 16-17  CORRIDAS COMPLETADAS QUE ENTRAN AL PROMEDIO MOVIL *
002850*              (OPCIONAL; 10, MAXIMO 30)                         *
002860******************************************************************
002870 01  LS-PARM.
002880     05 LS-PARM-LEN           PIC S9(04) COMP.
002890     05 LS-PARM-TEXT.
002900        10 LS-PARM-FECHA        PIC 9(08).
002910        10 LS-PARM-TOLERANCIA   PIC 9(03).
002920        10 LS-PARM-LIMITE       PIC 9(04).
002930        10 LS-PARM-CORRIDAS     PIC 9(02).
002940        10 FILLER               PIC X(83).
002950
002960 PROCEDURE DIVISION USING LS-PARM.
002970
002980******************************************************************
002990* 0000-PROGRAMA                                                  *
003000******************************************************************
003010 0000-PROGRAMA.
003020     PERFORM 0100-INICIO  THRU 0100-FIN.
003030
003040     PERFORM 0200-CARGA-MALLA THRU 0200-FIN
003050             UNTIL SAM-MALL-EOF.
003060     PERFORM 0250-LIGA-PREDECESOR THRU 0250-FIN
003070             VARYING WK-JB-I FROM 1 BY 1
003080             UNTIL WK-JB-I > WK-JB-CNT.
003090     PERFORM 0260-CALCULA-NIVELES THRU 0260-FIN.
003100
003110     PERFORM 0300-CARGA-DIA THRU 0300-FIN.
003120     PERFORM 0350-CARGA-HISTORIA THRU 0350-FIN.
003130
003140     PERFORM 0400-PROCESA-NIVEL THRU 0400-FIN
003150             VARYING WK-NIVEL FROM 1 BY 1
003160             UNTIL WK-NIVEL > WK-NIVEL-MAX.
003170     PERFORM 0480-FUERA-DE-MALLA THRU 0480-FIN.
003180
003190     PERFORM 0500-RUTA-CRITICA THRU 0500-FIN.
003200
003210     PERFORM 0900-TERMINA THRU 0900-FIN.
003220
003230     STOP RUN.
003240
003250******************************************************************
003260* 0050-EDITA-PARM                                                *
003270* LA FECHA ES OBLIGATORIA, COMO EN SAMCICLO; LOS DEMAS CAMPOS    *
003280* SOLO SE TOMAN SI EL PARM LOS TRAE Y SON NUMERICOS.             *
003290******************************************************************
003300 0050-EDITA-PARM.
003310     IF LS-PARM-LEN < 8
003320         DISPLAY "SAMBITAC FALTA LA FECHA DE PROCESO EN EL PARM"
003330         MOVE 16 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360     IF LS-PARM-FECHA IS NOT NUMERIC OR LS-PARM-FECHA = ZERO
003370         DISPLAY "SAMBITAC FECHA DE PROCESO INVALIDA"
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     MOVE LS-PARM-FECHA      TO WK-FECHA-PROC-NUM.
003420     MOVE LS-PARM-FECHA(5:2) TO WK-PROC-MM.
003430     MOVE LS-PARM-FECHA(7:2) TO WK-PROC-DD.
003440     MOVE LS-PARM-FECHA(1:4) TO WK-PROC-YYYY.
003450
003460     IF LS-PARM-LEN >= 11
003470         IF LS-PARM-TOLERANCIA IS NUMERIC
003480             MOVE LS-PARM-TOLERANCIA TO WK-TOLERANCIA-PCT
003490         END-IF
003500     END-IF.
003510     IF LS-PARM-LEN >= 15
003520         IF LS-PARM-LIMITE IS NUMERIC
003530            AND LS-PARM-LIMITE(1:2) < '24'
003540            AND LS-PARM-LIMITE(3:2) < '60'
003550             MOVE LS-PARM-LIMITE TO WK-HORA-LIMITE
003560         END-IF
003570     END-IF.
003580     IF LS-PARM-LEN >= 17
003590         IF LS-PARM-CORRIDAS IS NUMERIC
003600            AND LS-PARM-CORRIDAS NOT = ZERO
003610            AND LS-PARM-CORRIDAS NOT > 30
003620             MOVE LS-PARM-CORRIDAS TO WK-CORRIDAS-PROM
003630         END-IF
003640     END-IF.
003650 0050-FIN.
003660     EXIT.
003670
003680******************************************************************
003690* 0100-INICIO                                                    *
003700******************************************************************
003710 0100-INICIO.
003720     PERFORM 0050-EDITA-PARM THRU 0050-FIN.
003730
003740     ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD.
003750     ACCEPT WK-HORA-SISTEMA FROM TIME.
003760     MOVE WK-FECHA-SISTEMA(5:2) TO WK-DATE-MM.
003770     MOVE WK-FECHA-SISTEMA(7:2) TO WK-DATE-DD.
003780     MOVE WK-FECHA-SISTEMA(1:4) TO WK-DATE-YYYY.
003790     MOVE WK-FECHA-SISTEMA      TO WK-CALC-FECHA.
003800     MOVE WK-HORA-SISTEMA(1:6)  TO WK-CALC-HORA.
003810     PERFORM 0610-CALCULA-SEGUNDOS THRU 0610-FIN.
003820     MOVE WK-CALC-SEG TO WK-AHORA-SEG.
003830
003840     OPEN INPUT  SAM-MALL-FILE.
003850     OPEN INPUT  SAM-CTRL-FILE.
003860     OPEN OUTPUT SAM-BITR-FILE.
003870     PERFORM 0102-VALIDA-APERTURA THRU 0102-FIN.
003880     PERFORM 0150-ENCABEZADO-RPT  THRU 0150-FIN.
003890     PERFORM 0120-LEE-SAM-MALL    THRU 0120-FIN.
003900 0100-FIN.
003910     EXIT.
003920
003930******************************************************************
003940* 0102-VALIDA-APERTURA                                           *
003950******************************************************************
003960 0102-VALIDA-APERTURA.
003970     IF WS-SAM-MALL-STATUS NOT = '00'
003980         DISPLAY "ERROR AL ABRIR SAM-MALL-FILE STATUS "
003990                 WS-SAM-MALL-STATUS
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF.
004030     IF WS-SAM-CTRL-STATUS NOT = '00'
004040         DISPLAY "ERROR AL ABRIR SAM-CTRL-FILE STATUS "
004050                 WS-SAM-CTRL-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090     IF WS-SAM-BITR-STATUS NOT = '00'
004100         DISPLAY "ERROR AL ABRIR SAM-BITR-FILE STATUS "
004110                 WS-SAM-BITR-STATUS
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150 0102-FIN.
004160     EXIT.
004170
004180******************************************************************
004190* 0120-LEE-SAM-MALL / 0130-LEE-SAM-CTRL                          *
004200******************************************************************
004210 0120-LEE-SAM-MALL.
004220     READ SAM-MALL-FILE
004230         AT END
004240             DISPLAY "SAMBITAC FIN SAM-MALL"
004250     END-READ.
004260 0120-FIN.
004270     EXIT.
004280
004290 0130-LEE-SAM-CTRL.
004300     READ SAM-CTRL-FILE NEXT
004310         AT END
004320             CONTINUE
004330     END-READ.
004340     IF NOT SAM-CTRL-EOF
004350         ADD 1 TO WK-CONT-CTRL-LEIDOS
004360     END-IF.
004370 0130-FIN.
004380     EXIT.
004390
004400******************************************************************
004410* 0200-CARGA-MALLA                                               *
004420******************************************************************
004430 0200-CARGA-MALLA.
004440     IF MALL-JOB = SPACES OR MALL-JOB(1:1) = '*'
004450         GO TO 0200-LEE
004460     END-IF.
004470     IF WK-JB-CNT >= WK-JB-MAX
004480         DISPLAY "SAMBITAC MALLA EXCEDE LA TABLA DE JOBS"
004490         MOVE 16 TO RETURN-CODE
004500         STOP RUN
004510     END-IF.
004520     ADD 1 TO WK-JB-CNT.
004530     ADD 1 TO WK-CONT-MALLA.
004540     MOVE WK-JB-CNT TO WK-JB-I.
004550     PERFORM 0210-LIMPIA-ENTRADA THRU 0210-FIN.
004560     MOVE MALL-JOB        TO WK-JB-JOB  (WK-JB-I).
004570     MOVE MALL-PREDECESOR TO WK-JB-PRED (WK-JB-I).
004580     MOVE 'Y'             TO WK-JB-MALLA-SW (WK-JB-I).
004590 0200-LEE.
004600     PERFORM 0120-LEE-SAM-MALL THRU 0120-FIN.
004610 0200-FIN.
004620     EXIT.
004630
004640 0210-LIMPIA-ENTRADA.
004650     MOVE SPACES TO WK-JB-JOB        (WK-JB-I)
004660                    WK-JB-PRED       (WK-JB-I)
004670                    WK-JB-ESTADO     (WK-JB-I)
004680                    WK-JB-PASO       (WK-JB-I)
004690                    WK-JB-FECHA-INI  (WK-JB-I)
004700                    WK-JB-FECHA-FIN  (WK-JB-I).
004710     MOVE 'N'    TO WK-JB-MALLA-SW   (WK-JB-I)
004720                    WK-JB-CORRIO-SW  (WK-JB-I)
004730                    WK-JB-TIEMPOS-SW (WK-JB-I)
004740                    WK-JB-ESTIMADO-SW (WK-JB-I).
004750     MOVE ZERO   TO WK-JB-PRED-IX    (WK-JB-I)
004760                    WK-JB-RC         (WK-JB-I)
004770                    WK-JB-CORRIDAS   (WK-JB-I)
004780                    WK-JB-HORA-INI   (WK-JB-I)
004790                    WK-JB-HORA-FIN   (WK-JB-I)
004800                    WK-JB-SEG-INI    (WK-JB-I)
004810                    WK-JB-SEG-FIN    (WK-JB-I)
004820                    WK-JB-DURACION   (WK-JB-I)
004830                    WK-JB-PROMEDIO   (WK-JB-I)
004840                    WK-JB-RUTA       (WK-JB-I)
004850                    WK-JB-H-CNT      (WK-JB-I).
004860     MOVE 1      TO WK-JB-NIVEL      (WK-JB-I).
004870 0210-FIN.
004880     EXIT.
004890
004900******************************************************************
004910* 0250-LIGA-PREDECESOR                                           *
004920* GUARDA LA POSICION DEL PREDECESOR EN LA TABLA (CERO SI NO TIENE*
004930* O SI ES EXTERNO A LA MALLA).                                   *
004940******************************************************************
004950 0250-LIGA-PREDECESOR.
004960     IF WK-JB-PRED (WK-JB-I) = SPACES
004970         GO TO 0250-FIN
004980     END-IF.
004990     MOVE WK-JB-PRED (WK-JB-I) TO CTRL-JOB.
005000     PERFORM 0700-BUSCA-JOB THRU 0700-FIN.
005010     IF WK-JOB-HALLADO
005020         MOVE WK-JB-J TO WK-JB-PRED-IX (WK-JB-I)
005030     END-IF.
005040 0250-FIN.
005050     EXIT.
005060
005070******************************************************************
005080* 0260-CALCULA-NIVELES                                           *
005090* NIVEL = NIVEL DEL PREDECESOR MAS UNO. SE REPASA LA TABLA HASTA *
005100* QUE YA NO CAMBIE NADA; SI DESPUES DE TANTAS PASADAS COMO JOBS  *
005110* SIGUE CAMBIANDO, LA MALLA TIENE UN CICLO Y SE DETIENE CON 16.  *
005120******************************************************************
005130 0260-CALCULA-NIVELES.
005140     MOVE 'Y'  TO WK-CAMBIO-SW.
005150     MOVE ZERO TO WK-PASADA.
005160     PERFORM 0262-PASADA-NIVEL THRU 0262-FIN
005170             UNTIL NOT WK-HUBO-CAMBIO.
005180     MOVE 1 TO WK-NIVEL-MAX.
005190     PERFORM 0266-NIVEL-MAXIMO THRU 0266-FIN
005200             VARYING WK-JB-I FROM 1 BY 1
005210             UNTIL WK-JB-I > WK-JB-CNT.
005220 0260-FIN.
005230     EXIT.
005240
005250 0262-PASADA-NIVEL.
005260     ADD 1 TO WK-PASADA.
005270     IF WK-PASADA > WK-JB-CNT + 1
005280         DISPLAY "SAMBITAC CICLO DE PREDECESORES EN LA MALLA"
005290         MOVE 16 TO RETURN-CODE
005300         STOP RUN
005310     END-IF.
005320     MOVE 'N' TO WK-CAMBIO-SW.
005330     PERFORM 0264-NIVEL-JOB THRU 0264-FIN
005340             VARYING WK-JB-I FROM 1 BY 1
005350             UNTIL WK-JB-I > WK-JB-CNT.
005360 0262-FIN.
005370     EXIT.
005380
005390 0264-NIVEL-JOB.
005400     MOVE WK-JB-PRED-IX (WK-JB-I) TO WK-JB-P.
005410     IF WK-JB-P = ZERO
005420         GO TO 0264-FIN
005430     END-IF.
005440     IF WK-JB-NIVEL (WK-JB-I) NOT > WK-JB-NIVEL (WK-JB-P)
005450         COMPUTE WK-JB-NIVEL (WK-JB-I) = WK-JB-NIVEL (WK-JB-P) + 1
005460         MOVE 'Y' TO WK-CAMBIO-SW
005470     END-IF.
005480 0264-FIN.
005490     EXIT.
005500
005510 0266-NIVEL-MAXIMO.
005520     IF WK-JB-NIVEL (WK-JB-I) > WK-NIVEL-MAX
005530         MOVE WK-JB-NIVEL (WK-JB-I) TO WK-NIVEL-MAX
005540     END-IF.
005550 0266-FIN.
005560     EXIT.
005570
005580******************************************************************
005590* 0300-CARGA-DIA                                                 *
005600* POSICIONA CON START EN LA PRIMERA LLAVE DE LA FECHA DE PROCESO *
005610* Y LEE LAS CORRIDAS DE ESA FECHA. UN JOB QUE NO ESTA EN LA      *
005620* MALLA SE AGREGA AL FINAL DE LA TABLA COMO FUERA DE MALLA.      *
005630******************************************************************
005640 0300-CARGA-DIA.
005650     MOVE WK-FECHA-PROCESO TO CTRL-FECHA-PROCESO.
005660     MOVE LOW-VALUES       TO CTRL-JOB.
005670     MOVE 'N'              TO WK-FIN-DIA-SW.
005680     START SAM-CTRL-FILE
005690         KEY IS NOT LESS THAN CTRL-LLAVE
005700         INVALID KEY
005710             MOVE 'Y' TO WK-FIN-DIA-SW
005720     END-START.
005730     IF NOT WK-FIN-DIA
005740         PERFORM 0130-LEE-SAM-CTRL THRU 0130-FIN
005750     END-IF.
005760     PERFORM 0310-CORRIDA-DEL-DIA THRU 0310-FIN
005770             UNTIL WK-FIN-DIA.
005780 0300-FIN.
005790     EXIT.
005800
005810 0310-CORRIDA-DEL-DIA.
005820     IF SAM-CTRL-EOF
005830        OR CTRL-FECHA-PROCESO NOT = WK-FECHA-PROCESO
005840         MOVE 'Y' TO WK-FIN-DIA-SW
005850         GO TO 0310-FIN
005860     END-IF.
005870     PERFORM 0700-BUSCA-JOB THRU 0700-FIN.
005880     IF NOT WK-JOB-HALLADO
005890         IF WK-JB-CNT >= WK-JB-MAX
005900             DISPLAY "SAMBITAC SIN LUGAR PARA JOB FUERA DE MALLA "
005910                     CTRL-JOB
005920             GO TO 0310-LEE
005930         END-IF
005940         ADD 1 TO WK-JB-CNT
005950         ADD 1 TO WK-CONT-FUERA-MALLA
005960         MOVE WK-JB-CNT TO WK-JB-I
005970         PERFORM 0210-LIMPIA-ENTRADA THRU 0210-FIN
005980         MOVE CTRL-JOB  TO WK-JB-JOB (WK-JB-I)
005990         MOVE WK-JB-CNT TO WK-JB-J
006000     END-IF.
006010     MOVE WK-JB-J TO WK-JB-I.
006020     MOVE 'Y'                TO WK-JB-CORRIO-SW  (WK-JB-I).
006030     MOVE CTRL-ESTADO        TO WK-JB-ESTADO     (WK-JB-I).
006040     MOVE CTRL-FECHA-INICIO  TO WK-JB-FECHA-INI  (WK-JB-I).
006050     MOVE CTRL-FECHA-FIN     TO WK-JB-FECHA-FIN  (WK-JB-I).
006060     MOVE CTRL-PASO-FALLIDO  TO WK-JB-PASO       (WK-JB-I).
006070     IF CTRL-RETURN-CODE IS NUMERIC
006080         MOVE CTRL-RETURN-CODE TO WK-JB-RC (WK-JB-I)
006090     END-IF.
006100     IF CTRL-CORRIDAS IS NUMERIC
006110         MOVE CTRL-CORRIDAS  TO WK-JB-CORRIDAS (WK-JB-I)
006120     END-IF.
006130     IF CTRL-HORA-INICIO IS NUMERIC
006140         MOVE CTRL-HORA-INICIO TO WK-JB-HORA-INI (WK-JB-I)
006150     END-IF.
006160     IF CTRL-HORA-FIN IS NUMERIC
006170         MOVE CTRL-HORA-FIN  TO WK-JB-HORA-FIN (WK-JB-I)
006180     END-IF.
006190     PERFORM 0320-TIEMPOS-CORRIDA THRU 0320-FIN.
006200     MOVE WK-CORR-INI-SEG TO WK-JB-SEG-INI (WK-JB-I).
006210     IF WK-TIEMPOS-OK
006220         MOVE 'Y'             TO WK-JB-TIEMPOS-SW (WK-JB-I)
006230         MOVE WK-CORR-FIN-SEG TO WK-JB-SEG-FIN    (WK-JB-I)
006240         MOVE WK-DUR-SEG      TO WK-JB-DURACION   (WK-JB-I)
006250     END-IF.
006260 0310-LEE.
006270     PERFORM 0130-LEE-SAM-CTRL THRU 0130-FIN.
006280 0310-FIN.
006290     EXIT.
006300
006310******************************************************************
006320* 0320-TIEMPOS-CORRIDA                                           *
006330* CON EL REGISTRO DE SAM-CTRL A LA MANO, CALCULA LOS SEGUNDOS DE *
006340* ARRANQUE Y FIN DE LA CORRIDA (WK-CORR-INI-SEG/WK-CORR-FIN-SEG) *
006350* Y SU DURACION EN WK-DUR-SEG. UN REGISTRO SIN HORA (ANTES DE QUE*
006360* SAMCICLO LA GUARDARA) QUEDA SIN TIEMPOS. UNA CORRIDA EN 'E'    *
006370* SOLO TIENE ARRANQUE.                                           *
006380******************************************************************
006390 0320-TIEMPOS-CORRIDA.
006400     MOVE 'N'  TO WK-TIEMPOS-SW.
006410     MOVE ZERO TO WK-DUR-SEG
006420                  WK-CORR-INI-SEG
006430                  WK-CORR-FIN-SEG.
006440     IF CTRL-HORA-INICIO IS NOT NUMERIC
006450         GO TO 0320-FIN
006460     END-IF.
006470     MOVE CTRL-FECHA-INICIO TO WK-CALC-FECHA-GUION.
006480     PERFORM 0600-ARMA-FECHA THRU 0600-FIN.
006490     IF WK-CALC-FECHA = ZERO
006500         GO TO 0320-FIN
006510     END-IF.
006520     MOVE CTRL-HORA-INICIO TO WK-CALC-HORA.
006530     PERFORM 0610-CALCULA-SEGUNDOS THRU 0610-FIN.
006540     MOVE WK-CALC-SEG TO WK-CORR-INI-SEG.
006550
006560     IF NOT CTRL-COMPLETADA
006570        OR CTRL-HORA-FIN IS NOT NUMERIC
006580         GO TO 0320-FIN
006590     END-IF.
006600     MOVE CTRL-FECHA-FIN TO WK-CALC-FECHA-GUION.
006610     PERFORM 0600-ARMA-FECHA THRU 0600-FIN.
006620     IF WK-CALC-FECHA = ZERO
006630         GO TO 0320-FIN
006640     END-IF.
006650     MOVE CTRL-HORA-FIN TO WK-CALC-HORA.
006660     PERFORM 0610-CALCULA-SEGUNDOS THRU 0610-FIN.
006670     IF WK-CALC-SEG < WK-CORR-INI-SEG
006680         GO TO 0320-FIN
006690     END-IF.
006700     MOVE WK-CALC-SEG TO WK-CORR-FIN-SEG.
006710     COMPUTE WK-DUR-SEG = WK-CORR-FIN-SEG - WK-CORR-INI-SEG.
006720     MOVE 'Y' TO WK-TIEMPOS-SW.
006730 0320-FIN.
006740     EXIT.
006750
006760******************************************************************
006770* 0350-CARGA-HISTORIA                                            *
006780* SEGUNDA LECTURA DE SAM-CTRL DESDE EL PRINCIPIO: DE CADA JOB DE *
006790* LA TABLA SE GUARDAN LAS ULTIMAS N CORRIDAS COMPLETADAS CON     *
006800* RETURN-CODE MENOR A 8 Y FECHA DE PROCESO ANTERIOR A LA DEL     *
006810* REPORTE. LA LLAVE VIENE MM-DD-AAAA, ASI QUE EL ARCHIVO NO ESTA *
006820* EN ORDEN CRONOLOGICO: CUANDO LA HISTORIA DEL JOB YA ESTA LLENA *
006830* SE REEMPLAZA LA CORRIDA MAS VIEJA SI LA LEIDA ES MAS RECIENTE. *
006840******************************************************************
006850 0350-CARGA-HISTORIA.
006860     MOVE LOW-VALUES TO CTRL-LLAVE.
006870     START SAM-CTRL-FILE
006880         KEY IS NOT LESS THAN CTRL-LLAVE
006890         INVALID KEY
006900             GO TO 0350-FIN
006910     END-START.
006920     PERFORM 0130-LEE-SAM-CTRL THRU 0130-FIN.
006930     PERFORM 0360-CORRIDA-ANTERIOR THRU 0360-FIN
006940             UNTIL SAM-CTRL-EOF.
006950 0350-FIN.
006960     EXIT.
006970
006980 0360-CORRIDA-ANTERIOR.
006990     IF NOT CTRL-COMPLETADA
007000        OR CTRL-RETURN-CODE IS NOT NUMERIC
007010        OR CTRL-RETURN-CODE >= 8
007020         GO TO 0360-LEE
007030     END-IF.
007040     MOVE CTRL-FECHA-PROCESO TO WK-CALC-FECHA-GUION.
007050     PERFORM 0600-ARMA-FECHA THRU 0600-FIN.
007060     IF WK-CALC-FECHA = ZERO
007070        OR WK-CALC-FECHA NOT < WK-FECHA-PROC-NUM
007080         GO TO 0360-LEE
007090     END-IF.
007100     PERFORM 0700-BUSCA-JOB THRU 0700-FIN.
007110     IF NOT WK-JOB-HALLADO
007120         GO TO 0360-LEE
007130     END-IF.
007140     MOVE WK-JB-J TO WK-JB-I.
007150     MOVE WK-CALC-FECHA TO WK-FECHA-HIST.
007160     PERFORM 0320-TIEMPOS-CORRIDA THRU 0320-FIN.
007170     IF NOT WK-TIEMPOS-OK OR WK-DUR-SEG = ZERO
007180         GO TO 0360-LEE
007190     END-IF.
007200     PERFORM 0370-AGREGA-HISTORIA THRU 0370-FIN.
007210 0360-LEE.
007220     PERFORM 0130-LEE-SAM-CTRL THRU 0130-FIN.
007230 0360-FIN.
007240     EXIT.
007250
007260******************************************************************
007270* 0370-AGREGA-HISTORIA                                           *
007280* WK-FECHA-HIST TRAE LA FECHA DE PROCESO DE LA CORRIDA Y         *
007290* WK-DUR-SEG SU DURACION.                                        *
007300******************************************************************
007310 0370-AGREGA-HISTORIA.
007320     IF WK-JB-H-CNT (WK-JB-I) < WK-CORRIDAS-PROM
007330         ADD 1 TO WK-JB-H-CNT (WK-JB-I)
007340         MOVE WK-JB-H-CNT (WK-JB-I) TO WK-JB-H
007350         MOVE WK-FECHA-HIST    TO WK-JB-H-FECHA (WK-JB-I, WK-JB-H)
007360         MOVE WK-DUR-SEG       TO WK-JB-H-SEG   (WK-JB-I, WK-JB-H)
007370         GO TO 0370-FIN
007380     END-IF.
007390     MOVE 1 TO WK-JB-VIEJA.
007400     PERFORM 0375-BUSCA-VIEJA THRU 0375-FIN
007410             VARYING WK-JB-H FROM 2 BY 1
007420             UNTIL WK-JB-H > WK-JB-H-CNT (WK-JB-I).
007430     IF WK-FECHA-HIST > WK-JB-H-FECHA (WK-JB-I, WK-JB-VIEJA)
007440         MOVE WK-FECHA-HIST
007450           TO WK-JB-H-FECHA (WK-JB-I, WK-JB-VIEJA)
007460         MOVE WK-DUR-SEG
007470           TO WK-JB-H-SEG   (WK-JB-I, WK-JB-VIEJA)
007480     END-IF.
007490 0370-FIN.
007500     EXIT.
007510
007520 0375-BUSCA-VIEJA.
007530     IF WK-JB-H-FECHA (WK-JB-I, WK-JB-H)
007540        < WK-JB-H-FECHA (WK-JB-I, WK-JB-VIEJA)
007550         MOVE WK-JB-H TO WK-JB-VIEJA
007560     END-IF.
007570 0375-FIN.
007580     EXIT.
007590
007600******************************************************************
007610* 0400-PROCESA-NIVEL                                             *
007620* UN NIVEL A LA VEZ, EN EL ORDEN EN QUE LOS JOBS VIENEN EN LA    *
007630* MALLA. COMO EL PREDECESOR SIEMPRE ESTA EN UN NIVEL MENOR, SU   *
007640* RUTA ACUMULADA YA ESTA CALCULADA CUANDO SE EVALUA EL JOB.      *
007650******************************************************************
007660 0400-PROCESA-NIVEL.
007670     PERFORM 0410-PROCESA-JOB THRU 0410-FIN
007680             VARYING WK-JB-I FROM 1 BY 1
007690             UNTIL WK-JB-I > WK-JB-CNT.
007700 0400-FIN.
007710     EXIT.
007720
007730 0410-PROCESA-JOB.
007740     IF WK-JB-NIVEL (WK-JB-I) NOT = WK-NIVEL
007750        OR WK-JB-MALLA-SW (WK-JB-I) NOT = 'Y'
007760         GO TO 0410-FIN
007770     END-IF.
007780     PERFORM 0420-EVALUA-JOB  THRU 0420-FIN.
007790     PERFORM 0450-IMPRIME-JOB THRU 0450-FIN.
007800 0410-FIN.
007810     EXIT.
007820
007830******************************************************************
007840* 0420-EVALUA-JOB                                                *
007850* PROMEDIO MOVIL, ALERTA Y TIEMPO QUE EL JOB APORTA A LA RUTA:   *
007860* SU DURACION REAL SI TERMINO; SI NO, SU PROMEDIO (O LO QUE      *
007870* LLEVA CORRIENDO, SI ES MAS) COMO ESTIMADO.                     *
007880******************************************************************
007890 0420-EVALUA-JOB.
007900     MOVE ZERO TO WK-SUMA-HIST.
007910     PERFORM 0425-SUMA-HISTORIA THRU 0425-FIN
007920             VARYING WK-JB-H FROM 1 BY 1
007930             UNTIL WK-JB-H > WK-JB-H-CNT (WK-JB-I).
007940     IF WK-JB-H-CNT (WK-JB-I) > ZERO
007950         COMPUTE WK-JB-PROMEDIO (WK-JB-I) =
007960                 WK-SUMA-HIST / WK-JB-H-CNT (WK-JB-I)
007970     END-IF.
007980
007990     MOVE SPACES TO WK-DET-ALERTA.
008000     EVALUATE TRUE
008010         WHEN WK-JB-CORRIO-SW (WK-JB-I) NOT = 'Y'
008020              MOVE 'NO ARRANCO' TO WK-DET-ALERTA
008030              ADD 1 TO WK-CONT-NO-INICIO
008040         WHEN WK-JB-ESTADO (WK-JB-I) = 'E'
008050              MOVE 'SIGUE EN ESTADO E' TO WK-DET-ALERTA
008060              ADD 1 TO WK-CONT-EN-EJEC
008070         WHEN WK-JB-TIEMPOS-SW (WK-JB-I) = 'Y'
008080          AND WK-JB-PROMEDIO (WK-JB-I) > ZERO
008090              COMPUTE WK-LIMITE-PROM =
008100                      WK-JB-PROMEDIO (WK-JB-I)
008110                    * (100 + WK-TOLERANCIA-PCT) / 100
008120              IF WK-JB-DURACION (WK-JB-I) > WK-LIMITE-PROM
008130                  MOVE 'EXCEDE PROMEDIO+TOLER.' TO WK-DET-ALERTA
008140                  ADD 1 TO WK-CONT-LARGOS
008150              END-IF
008160     END-EVALUATE.
008170     IF WK-JB-CORRIO-SW (WK-JB-I) = 'Y'
008180         ADD 1 TO WK-CONT-CORRIERON
008190         IF WK-JB-CORRIDAS (WK-JB-I) > 1
008200             ADD 1 TO WK-CONT-RECORRIDOS
008210         END-IF
008220     END-IF.
008230
008240     IF WK-JB-TIEMPOS-SW (WK-JB-I) = 'Y'
008250         MOVE WK-JB-DURACION (WK-JB-I) TO WK-DUR-TRABAJO
008260     ELSE
008270         MOVE 'Y' TO WK-JB-ESTIMADO-SW (WK-JB-I)
008280         MOVE 'N' TO WK-MALLA-FIN-SW
008290         MOVE WK-JB-PROMEDIO (WK-JB-I) TO WK-DUR-TRABAJO
008300         IF WK-JB-ESTADO (WK-JB-I) = 'E'
008310            AND WK-JB-SEG-INI (WK-JB-I) > ZERO
008320            AND WK-AHORA-SEG > WK-JB-SEG-INI (WK-JB-I)
008330            AND WK-AHORA-SEG - WK-JB-SEG-INI (WK-JB-I)
008340                > WK-DUR-TRABAJO
008350             COMPUTE WK-DUR-TRABAJO =
008360                     WK-AHORA-SEG - WK-JB-SEG-INI (WK-JB-I)
008370         END-IF
008380     END-IF.
008390
008400     MOVE WK-JB-PRED-IX (WK-JB-I) TO WK-JB-P.
008410     IF WK-JB-P = ZERO
008420         MOVE WK-DUR-TRABAJO TO WK-JB-RUTA (WK-JB-I)
008430     ELSE
008440         COMPUTE WK-JB-RUTA (WK-JB-I) =
008450                 WK-JB-RUTA (WK-JB-P) + WK-DUR-TRABAJO
008460         IF WK-JB-ESTIMADO-SW (WK-JB-P) = 'Y'
008470             MOVE 'Y' TO WK-JB-ESTIMADO-SW (WK-JB-I)
008480         END-IF
008490     END-IF.
008500     IF WK-JB-RUTA-IX = ZERO
008510        OR WK-JB-RUTA (WK-JB-I) > WK-JB-RUTA (WK-JB-RUTA-IX)
008520         MOVE WK-JB-I TO WK-JB-RUTA-IX
008530     END-IF.
008540
008550     IF WK-JB-SEG-INI (WK-JB-I) > ZERO
008560        AND (WK-MALLA-INI-SEG = ZERO
008570          OR WK-JB-SEG-INI (WK-JB-I) < WK-MALLA-INI-SEG)
008580         MOVE WK-JB-SEG-INI (WK-JB-I) TO WK-MALLA-INI-SEG
008590     END-IF.
008600     IF WK-JB-SEG-FIN (WK-JB-I) > WK-MALLA-FIN-SEG
008610         MOVE WK-JB-SEG-FIN (WK-JB-I) TO WK-MALLA-FIN-SEG
008620     END-IF.
008630 0420-FIN.
008640     EXIT.
008650
008660 0425-SUMA-HISTORIA.
008670     ADD WK-JB-H-SEG (WK-JB-I, WK-JB-H) TO WK-SUMA-HIST.
008680 0425-FIN.
008690     EXIT.
008700
008710******************************************************************
008720* 0450-IMPRIME-JOB                                               *
008730******************************************************************
008740 0450-IMPRIME-JOB.
008750     IF WK-LINEA-ACTUAL >= WK-MAX-LINEAS
008760         PERFORM 0150-ENCABEZADO-RPT THRU 0150-FIN
008770     END-IF.
008780
008790     MOVE WK-JB-NIVEL (WK-JB-I) TO WK-DET-NIVEL.
008800     MOVE SPACES TO WK-DET-INICIO
008810                    WK-DET-FIN
008820                    WK-DET-TRANSC
008830                    WK-DET-PROMEDIO
008840                    WK-DET-RC
008850                    WK-DET-RECORRIDO.
008860
008870     IF WK-JB-CORRIO-SW (WK-JB-I) = 'Y'
008880         MOVE WK-JB-FECHA-INI (WK-JB-I) TO WK-CALC-FECHA-GUION
008890         MOVE WK-JB-HORA-INI (WK-JB-I)  TO WK-CALC-HORA
008900         PERFORM 0630-FORMATEA-INSTANTE THRU 0630-FIN
008910         MOVE WK-TS-ED TO WK-DET-INICIO
008920         IF WK-JB-ESTADO (WK-JB-I) = 'C'
008930             MOVE WK-JB-FECHA-FIN (WK-JB-I) TO WK-CALC-FECHA-GUION
008940             MOVE WK-JB-HORA-FIN (WK-JB-I)  TO WK-CALC-HORA
008950             PERFORM 0630-FORMATEA-INSTANTE THRU 0630-FIN
008960             MOVE WK-TS-ED TO WK-DET-FIN
008970             MOVE WK-JB-RC (WK-JB-I) TO WK-DET-RC
008980         END-IF
008990         IF WK-JB-CORRIDAS (WK-JB-I) > 1
009000             MOVE 'S' TO WK-DET-RECORRIDO
009010         ELSE
009020             MOVE 'N' TO WK-DET-RECORRIDO
009030         END-IF
009040     END-IF.
009050     IF WK-JB-TIEMPOS-SW (WK-JB-I) = 'Y'
009060         MOVE WK-JB-DURACION (WK-JB-I) TO WK-DUR-SEG
009070         PERFORM 0620-FORMATEA-DURACION THRU 0620-FIN
009080         MOVE WK-DUR-ED TO WK-DET-TRANSC
009090     END-IF.
009100     IF WK-JB-H-CNT (WK-JB-I) > ZERO
009110         MOVE WK-JB-PROMEDIO (WK-JB-I) TO WK-DUR-SEG
009120         PERFORM 0620-FORMATEA-DURACION THRU 0620-FIN
009130         MOVE WK-DUR-ED TO WK-DET-PROMEDIO
009140     END-IF.
009150
009160     MOVE SPACES TO SAM-BITR-RECORD.
009170     STRING WK-DET-NIVEL           DELIMITED BY SIZE
009180            ' '                    DELIMITED BY SIZE
009190            WK-JB-JOB (WK-JB-I)    DELIMITED BY SIZE
009200            ' '                    DELIMITED BY SIZE
009210            WK-JB-PRED (WK-JB-I)   DELIMITED BY SIZE
009220            ' '                    DELIMITED BY SIZE
009230            WK-DET-INICIO          DELIMITED BY SIZE
009240            ' '                    DELIMITED BY SIZE
009250            WK-DET-FIN             DELIMITED BY SIZE
009260            ' '                    DELIMITED BY SIZE
009270            WK-DET-TRANSC          DELIMITED BY SIZE
009280            ' '                    DELIMITED BY SIZE
009290            WK-DET-PROMEDIO        DELIMITED BY SIZE
009300            '  '                   DELIMITED BY SIZE
009310            WK-DET-RC              DELIMITED BY SIZE
009320            '   '                  DELIMITED BY SIZE
009330            WK-DET-RECORRIDO       DELIMITED BY SIZE
009340            '  '                   DELIMITED BY SIZE
009350            WK-JB-PASO (WK-JB-I)   DELIMITED BY SIZE
009360            ' '                    DELIMITED BY SIZE
009370            WK-DET-ALERTA          DELIMITED BY SIZE
009380       INTO SAM-BITR-RECORD.
009390     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
009400     ADD 1 TO WK-LINEA-ACTUAL.
009410 0450-FIN.
009420     EXIT.
009430
009440******************************************************************
009450* 0480-FUERA-DE-MALLA                                            *
009460* LOS JOBS CON CORRIDA PARA LA FECHA QUE NO ESTAN EN SAM-MALL SE *
009470* LISTAN APARTE; NO ENTRAN A LA RUTA CRITICA NI TIENEN PROMEDIO. *
009480******************************************************************
009490 0480-FUERA-DE-MALLA.
009500     IF WK-CONT-FUERA-MALLA = ZERO
009510         GO TO 0480-FIN
009520     END-IF.
009530     MOVE SPACES TO SAM-BITR-RECORD.
009540     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
009550     MOVE 'JOBS CON CORRIDA QUE NO ESTAN EN LA MALLA:'
009560       TO SAM-BITR-RECORD.
009570     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
009580     ADD 2 TO WK-LINEA-ACTUAL.
009590     PERFORM 0485-IMPRIME-FUERA THRU 0485-FIN
009600             VARYING WK-JB-I FROM 1 BY 1
009610             UNTIL WK-JB-I > WK-JB-CNT.
009620 0480-FIN.
009630     EXIT.
009640
009650 0485-IMPRIME-FUERA.
009660     IF WK-JB-MALLA-SW (WK-JB-I) = 'Y'
009670         GO TO 0485-FIN
009680     END-IF.
009690     MOVE ZERO   TO WK-JB-NIVEL (WK-JB-I).
009700     MOVE SPACES TO WK-DET-ALERTA.
009710     IF WK-JB-ESTADO (WK-JB-I) = 'E'
009720         MOVE 'SIGUE EN ESTADO E' TO WK-DET-ALERTA
009730         ADD 1 TO WK-CONT-EN-EJEC
009740     END-IF.
009750     PERFORM 0450-IMPRIME-JOB THRU 0450-FIN.
009760 0485-FIN.
009770     EXIT.
009780
009790******************************************************************
009800* 0500-RUTA-CRITICA                                              *
009810* RECORRE LOS PREDECESORES DESDE EL JOB CON MAS TIEMPO           *
009820* ACUMULADO Y LOS IMPRIME DEL PRIMERO AL ULTIMO. LA VENTANA VA   *
009830* DEL PRIMER ARRANQUE DE LA MALLA A LA HORA LIMITE DEL PARM.     *
009840******************************************************************
009850 0500-RUTA-CRITICA.
009860     MOVE SPACES TO SAM-BITR-RECORD.
009870     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
009880     IF WK-JB-RUTA-IX = ZERO
009890         MOVE 'RUTA CRITICA: LA MALLA NO TIENE JOBS'
009900           TO SAM-BITR-RECORD
009910         WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE
009920         GO TO 0500-FIN
009930     END-IF.
009940     IF WK-JB-ESTIMADO-SW (WK-JB-RUTA-IX) = 'Y'
009950         MOVE 'Y' TO WK-RUTA-ESTIM-SW
009960     END-IF.
009970
009980     MOVE ZERO          TO WK-RUTA-CNT.
009990     MOVE WK-JB-RUTA-IX TO WK-JB-P.
010000     PERFORM 0510-SUBE-RUTA THRU 0510-FIN
010010             UNTIL WK-JB-P = ZERO.
010020
010030     IF WK-LINEA-ACTUAL + WK-RUTA-CNT + 8 > WK-MAX-LINEAS
010040         PERFORM 0150-ENCABEZADO-RPT THRU 0150-FIN
010050     END-IF.
010060     MOVE 'RUTA CRITICA (CADENA DE PREDECESORES CON MAS TIEMPO):'
010070       TO SAM-BITR-RECORD.
010080     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
010090     ADD 2 TO WK-LINEA-ACTUAL.
010100     PERFORM 0520-IMPRIME-RUTA THRU 0520-FIN
010110             VARYING WK-RUTA-K FROM WK-RUTA-CNT BY -1
010120             UNTIL WK-RUTA-K = ZERO.
010130
010140     MOVE WK-JB-RUTA (WK-JB-RUTA-IX) TO WK-DUR-SEG.
010150     PERFORM 0620-FORMATEA-DURACION THRU 0620-FIN.
010160     MOVE SPACES TO SAM-BITR-RECORD.
010170     IF WK-RUTA-ESTIMADA
010180         STRING 'LONGITUD DE LA RUTA CRITICA : ' DELIMITED BY SIZE
010190                WK-DUR-ED                        DELIMITED BY SIZE
010200                ' (ESTIMADA - HAY JOBS SIN FIN)' DELIMITED BY SIZE
010210           INTO SAM-BITR-RECORD
010220     ELSE
010230         STRING 'LONGITUD DE LA RUTA CRITICA : ' DELIMITED BY SIZE
010240                WK-DUR-ED                        DELIMITED BY SIZE
010250           INTO SAM-BITR-RECORD
010260     END-IF.
010270     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
010280
010290     PERFORM 0540-VENTANA THRU 0540-FIN.
010300 0500-FIN.
010310     EXIT.
010320
010330 0510-SUBE-RUTA.
010340     IF WK-RUTA-CNT >= WK-JB-MAX
010350         MOVE ZERO TO WK-JB-P
010360         GO TO 0510-FIN
010370     END-IF.
010380     ADD 1 TO WK-RUTA-CNT.
010390     MOVE WK-JB-P TO WK-RUTA-JOB-IX (WK-RUTA-CNT).
010400     MOVE WK-JB-PRED-IX (WK-JB-P) TO WK-JB-P.
010410 0510-FIN.
010420     EXIT.
010430
010440 0520-IMPRIME-RUTA.
010450     MOVE WK-RUTA-JOB-IX (WK-RUTA-K) TO WK-JB-I.
010460     IF WK-JB-TIEMPOS-SW (WK-JB-I) = 'Y'
010470         MOVE WK-JB-DURACION (WK-JB-I) TO WK-DUR-SEG
010480     ELSE
010490         MOVE WK-JB-RUTA (WK-JB-I) TO WK-DUR-SEG
010500         MOVE WK-JB-PRED-IX (WK-JB-I) TO WK-JB-P
010510         IF WK-JB-P NOT = ZERO
010520             SUBTRACT WK-JB-RUTA (WK-JB-P) FROM WK-DUR-SEG
010530         END-IF
010540     END-IF.
010550     PERFORM 0620-FORMATEA-DURACION THRU 0620-FIN.
010560     MOVE SPACES TO SAM-BITR-RECORD.
010570     IF WK-JB-ESTIMADO-SW (WK-JB-I) = 'Y'
010580        AND WK-JB-TIEMPOS-SW (WK-JB-I) NOT = 'Y'
010590         STRING '    '                DELIMITED BY SIZE
010600                WK-JB-JOB (WK-JB-I)   DELIMITED BY SIZE
010610                '  '                  DELIMITED BY SIZE
010620                WK-DUR-ED             DELIMITED BY SIZE
010630                ' ESTIMADO'           DELIMITED BY SIZE
010640           INTO SAM-BITR-RECORD
010650     ELSE
010660         STRING '    '                DELIMITED BY SIZE
010670                WK-JB-JOB (WK-JB-I)   DELIMITED BY SIZE
010680                '  '                  DELIMITED BY SIZE
010690                WK-DUR-ED             DELIMITED BY SIZE
010700           INTO SAM-BITR-RECORD
010710     END-IF.
010720     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
010730     ADD 1 TO WK-LINEA-ACTUAL.
010740 0520-FIN.
010750     EXIT.
010760
010770******************************************************************
010780* 0540-VENTANA                                                   *
010790* LA HORA LIMITE CAE EL MISMO DIA DEL PRIMER ARRANQUE SI ES      *
010800* POSTERIOR A EL; SI NO, AL DIA SIGUIENTE. HOLGURA = VENTANA     *
010810* MENOS RUTA CRITICA; SI LA RUTA ES MAYOR SE REPORTA EL EXCESO.  *
010820******************************************************************
010830 0540-VENTANA.
010840     IF WK-MALLA-INI-SEG = ZERO
010850         MOVE 'VENTANA BATCH: NINGUN JOB DE LA MALLA ARRANCO'
010860           TO SAM-BITR-RECORD
010870         WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE
010880         GO TO 0540-FIN
010890     END-IF.
010900     DIVIDE WK-MALLA-INI-SEG BY 86400 GIVING WK-CALC-DIA.
010910     COMPUTE WK-LIMITE-SEG = WK-CALC-DIA * 86400
010920                           + WK-LIMITE-HH * 3600
010930                           + WK-LIMITE-MM * 60.
010940     IF WK-LIMITE-SEG NOT > WK-MALLA-INI-SEG
010950         ADD 86400 TO WK-LIMITE-SEG
010960     END-IF.
010970     COMPUTE WK-VENTANA-SEG = WK-LIMITE-SEG - WK-MALLA-INI-SEG.
010980
010990     MOVE WK-MALLA-INI-SEG TO WK-CALC-SEG.
011000     PERFORM 0640-INSTANTE-DE-SEGUNDOS THRU 0640-FIN.
011010     MOVE SPACES TO SAM-BITR-RECORD.
011020     STRING 'PRIMER ARRANQUE DE LA MALLA : ' DELIMITED BY SIZE
011030            WK-TS-ED                         DELIMITED BY SIZE
011040       INTO SAM-BITR-RECORD.
011050     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
011060
011070     MOVE WK-LIMITE-SEG TO WK-CALC-SEG.
011080     PERFORM 0640-INSTANTE-DE-SEGUNDOS THRU 0640-FIN.
011090     MOVE SPACES TO SAM-BITR-RECORD.
011100     STRING 'HORA LIMITE DE LA VENTANA   : ' DELIMITED BY SIZE
011110            WK-TS-ED                         DELIMITED BY SIZE
011120       INTO SAM-BITR-RECORD.
011130     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
011140
011150     IF WK-MALLA-TERMINADA
011160         MOVE WK-MALLA-FIN-SEG TO WK-CALC-SEG
011170         PERFORM 0640-INSTANTE-DE-SEGUNDOS THRU 0640-FIN
011180         MOVE SPACES TO SAM-BITR-RECORD
011190         STRING 'ULTIMO FIN DE LA MALLA      : ' DELIMITED BY SIZE
011200                WK-TS-ED                         DELIMITED BY SIZE
011210           INTO SAM-BITR-RECORD
011220         WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE
011230     END-IF.
011240
011250     MOVE WK-VENTANA-SEG TO WK-DUR-SEG.
011260     PERFORM 0620-FORMATEA-DURACION THRU 0620-FIN.
011270     MOVE SPACES TO SAM-BITR-RECORD.
011280     STRING 'VENTANA DISPONIBLE          : ' DELIMITED BY SIZE
011290            WK-DUR-ED                        DELIMITED BY SIZE
011300       INTO SAM-BITR-RECORD.
011310     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
011320
011330     MOVE SPACES TO SAM-BITR-RECORD.
011340     IF WK-JB-RUTA (WK-JB-RUTA-IX) > WK-VENTANA-SEG
011350         COMPUTE WK-DUR-SEG =
011360                 WK-JB-RUTA (WK-JB-RUTA-IX) - WK-VENTANA-SEG
011370         PERFORM 0620-FORMATEA-DURACION THRU 0620-FIN
011380         STRING 'EXCESO SOBRE LA VENTANA     : ' DELIMITED BY SIZE
011390                WK-DUR-ED                        DELIMITED BY SIZE
011400                ' *** ENTRA AL DIA EN LINEA ***' DELIMITED BY SIZE
011410           INTO SAM-BITR-RECORD
011420         MOVE 4 TO RETURN-CODE
011430     ELSE
011440         COMPUTE WK-HOLGURA-SEG =
011450                 WK-VENTANA-SEG - WK-JB-RUTA (WK-JB-RUTA-IX)
011460         MOVE WK-HOLGURA-SEG TO WK-DUR-SEG
011470         PERFORM 0620-FORMATEA-DURACION THRU 0620-FIN
011480         STRING 'HOLGURA CONTRA LA VENTANA   : ' DELIMITED BY SIZE
011490                WK-DUR-ED                        DELIMITED BY SIZE
011500           INTO SAM-BITR-RECORD
011510     END-IF.
011520     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
011530 0540-FIN.
011540     EXIT.
011550
011560******************************************************************
011570* 0600-ARMA-FECHA                                                *
011580* MM-DD-AAAA DE WK-CALC-FECHA-GUION A AAAAMMDD EN WK-CALC-FECHA  *
011590* (CERO SI NO ES UNA FECHA).                                     *
011600******************************************************************
011610 0600-ARMA-FECHA.
011620     MOVE WK-CALC-FECHA-GUION(7:4) TO WK-CALC-FECHA(1:4).
011630     MOVE WK-CALC-FECHA-GUION(1:2) TO WK-CALC-FECHA(5:2).
011640     MOVE WK-CALC-FECHA-GUION(4:2) TO WK-CALC-FECHA(7:2).
011650     IF WK-CALC-FECHA IS NOT NUMERIC
011660        OR WK-CALC-FECHA(5:2) < '01' OR WK-CALC-FECHA(5:2) > '12'
011670        OR WK-CALC-FECHA(7:2) < '01' OR WK-CALC-FECHA(7:2) > '31'
011680         MOVE ZERO TO WK-CALC-FECHA
011690     END-IF.
011700 0600-FIN.
011710     EXIT.
011720
011730******************************************************************
011740* 0610-CALCULA-SEGUNDOS                                          *
011750******************************************************************
011760 0610-CALCULA-SEGUNDOS.
011770     COMPUTE WK-CALC-SEG =
011780             FUNCTION INTEGER-OF-DATE (WK-CALC-FECHA) * 86400
011790           + WK-CALC-HH * 3600 + WK-CALC-MI * 60 + WK-CALC-SS.
011800 0610-FIN.
011810     EXIT.
011820
011830******************************************************************
011840* 0620-FORMATEA-DURACION                                         *
011850* WK-DUR-SEG A HH:MM:SS (MAS DE 99 HORAS SE TOPA EN 99:59:59).   *
011860******************************************************************
011870 0620-FORMATEA-DURACION.
011880     IF WK-DUR-SEG > 359999
011890         MOVE 359999 TO WK-DUR-SEG
011900     END-IF.
011910     COMPUTE WK-DUR-HH = WK-DUR-SEG / 3600.
011920     COMPUTE WK-DUR-MI = (WK-DUR-SEG - WK-DUR-HH * 3600) / 60.
011930     COMPUTE WK-DUR-SS = WK-DUR-SEG - WK-DUR-HH * 3600
011940                       - WK-DUR-MI * 60.
011950 0620-FIN.
011960     EXIT.
011970
011980******************************************************************
011990* 0630-FORMATEA-INSTANTE                                         *
012000* FECHA MM-DD-AAAA Y HORA HHMMSS A 'MM-DD HH:MM:SS'.             *
012010******************************************************************
012020 0630-FORMATEA-INSTANTE.
012030     MOVE WK-CALC-FECHA-GUION(1:2) TO WK-TS-MM.
012040     MOVE WK-CALC-FECHA-GUION(4:2) TO WK-TS-DD.
012050     MOVE WK-CALC-HH               TO WK-TS-HH.
012060     MOVE WK-CALC-MI               TO WK-TS-MI.
012070     MOVE WK-CALC-SS               TO WK-TS-SS.
012080 0630-FIN.
012090     EXIT.
012100
012110******************************************************************
012120* 0640-INSTANTE-DE-SEGUNDOS                                      *
012130* SEGUNDOS ABSOLUTOS DE WK-CALC-SEG A 'MM-DD HH:MM:SS'.          *
012140******************************************************************
012150 0640-INSTANTE-DE-SEGUNDOS.
012160     DIVIDE WK-CALC-SEG BY 86400 GIVING WK-CALC-DIA
012170            REMAINDER WK-DUR-SEG.
012180     COMPUTE WK-CALC-FECHA =
012190             FUNCTION DATE-OF-INTEGER (WK-CALC-DIA).
012200     PERFORM 0620-FORMATEA-DURACION THRU 0620-FIN.
012210     MOVE WK-CALC-FECHA(5:2) TO WK-TS-MM.
012220     MOVE WK-CALC-FECHA(7:2) TO WK-TS-DD.
012230     MOVE WK-DUR-HH          TO WK-TS-HH.
012240     MOVE WK-DUR-MI          TO WK-TS-MI.
012250     MOVE WK-DUR-SS          TO WK-TS-SS.
012260 0640-FIN.
012270     EXIT.
012280
012290******************************************************************
012300* 0700-BUSCA-JOB                                                 *
012310* BUSCA CTRL-JOB EN LA TABLA; SI LO ENCUENTRA DEJA SU POSICION   *
012320* EN WK-JB-J. LA MALLA ES CORTA Y SE RECORRE COMPLETA.           *
012330******************************************************************
012340 0700-BUSCA-JOB.
012350     MOVE 'N' TO WK-JOB-HALLADO-SW.
012360     PERFORM 0705-COMPARA-JOB THRU 0705-FIN
012370             VARYING WK-JB-J FROM 1 BY 1
012380             UNTIL WK-JB-J > WK-JB-CNT OR WK-JOB-HALLADO.
012390     IF WK-JOB-HALLADO
012400         SUBTRACT 1 FROM WK-JB-J
012410     END-IF.
012420 0700-FIN.
012430     EXIT.
012440
012450 0705-COMPARA-JOB.
012460     IF WK-JB-JOB (WK-JB-J) = CTRL-JOB
012470         MOVE 'Y' TO WK-JOB-HALLADO-SW
012480     END-IF.
012490 0705-FIN.
012500     EXIT.
012510
012520******************************************************************
012530* 0150-ENCABEZADO-RPT                                            *
012540******************************************************************
012550 0150-ENCABEZADO-RPT.
012560     ADD 1 TO WK-PAGINA.
012570     MOVE WK-PAGINA TO WK-PAGINA-ED.
012580
012590     MOVE SPACES TO SAM-BITR-RECORD.
012600     IF WK-PAGINA = 1
012610         WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE
012620     ELSE
012630         WRITE SAM-BITR-RECORD AFTER ADVANCING PAGE
012640     END-IF.
012650
012660     MOVE SPACES TO SAM-BITR-RECORD.
012670     STRING 'SAMBITAC'   DELIMITED BY SIZE
012680            ' - BITACORA DE LA MALLA NOCTURNA DEL '
012690                         DELIMITED BY SIZE
012700            WK-FECHA-PROCESO DELIMITED BY SIZE
012710            ' - FECHA: ' DELIMITED BY SIZE
012720            WK-DATE-CURR DELIMITED BY SIZE
012730       INTO SAM-BITR-RECORD.
012740     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
012750
012760     MOVE SPACES TO SAM-BITR-RECORD.
012770     STRING 'PAGINA: '   DELIMITED BY SIZE
012780            WK-PAGINA-ED DELIMITED BY SIZE
012790       INTO SAM-BITR-RECORD.
012800     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
012810
012820     MOVE SPACES TO SAM-BITR-RECORD.
012830     STRING 'NIV JOB      PREDEC.  ARRANQUE       FIN           '
012840                         DELIMITED BY SIZE
012850            ' TRANSC.  PROMEDIO  RC REC PASO     ALERTA'
012860                         DELIMITED BY SIZE
012870       INTO SAM-BITR-RECORD.
012880     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
012890
012900     MOVE SPACES TO SAM-BITR-RECORD.
012910     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
012920
012930     MOVE 5 TO WK-LINEA-ACTUAL.
012940 0150-FIN.
012950     EXIT.
012960
012970******************************************************************
012980* 0950-TOTALES-CONTROL                                           *
012990******************************************************************
013000 0950-TOTALES-CONTROL.
013010     MOVE SPACES TO SAM-BITR-RECORD.
013020     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
013030
013040     MOVE 'JOBS EN LA MALLA            : ' TO WK-CONT-ETIQUETA.
013050     MOVE WK-CONT-MALLA TO WK-CONT-ED.
013060     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013070     MOVE 'JOBS CON CORRIDA EN LA FECHA: ' TO WK-CONT-ETIQUETA.
013080     MOVE WK-CONT-CORRIERON TO WK-CONT-ED.
013090     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013100     MOVE 'JOBS QUE NO ARRANCARON      : ' TO WK-CONT-ETIQUETA.
013110     MOVE WK-CONT-NO-INICIO TO WK-CONT-ED.
013120     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013130     MOVE 'JOBS QUE SIGUEN EN ESTADO E : ' TO WK-CONT-ETIQUETA.
013140     MOVE WK-CONT-EN-EJEC TO WK-CONT-ED.
013150     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013160     MOVE 'JOBS SOBRE PROMEDIO+TOLER.  : ' TO WK-CONT-ETIQUETA.
013170     MOVE WK-CONT-LARGOS TO WK-CONT-ED.
013180     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013190     MOVE 'JOBS RECORRIDOS             : ' TO WK-CONT-ETIQUETA.
013200     MOVE WK-CONT-RECORRIDOS TO WK-CONT-ED.
013210     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013220     MOVE 'JOBS FUERA DE LA MALLA      : ' TO WK-CONT-ETIQUETA.
013230     MOVE WK-CONT-FUERA-MALLA TO WK-CONT-ED.
013240     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013250     MOVE 'REGISTROS SAM-CTRL LEIDOS   : ' TO WK-CONT-ETIQUETA.
013260     MOVE WK-CONT-CTRL-LEIDOS TO WK-CONT-ED.
013270     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013280
013290     IF WK-CONT-NO-INICIO > ZERO
013300        OR WK-CONT-EN-EJEC > ZERO
013310        OR WK-CONT-LARGOS  > ZERO
013320         MOVE 4 TO RETURN-CODE
013330     END-IF.
013340 0950-FIN.
013350     EXIT.
013360
013370 0960-LINEA-TOTAL.
013380     MOVE SPACES TO SAM-BITR-RECORD.
013390     STRING WK-CONT-ETIQUETA DELIMITED BY SIZE
013400            WK-CONT-ED       DELIMITED BY SIZE
013410       INTO SAM-BITR-RECORD.
013420     WRITE SAM-BITR-RECORD AFTER ADVANCING 1 LINE.
013430 0960-FIN.
013440     EXIT.
013450
013460******************************************************************
013470* 0900-TERMINA                                                   *
013480******************************************************************
013490 0900-TERMINA.
013500     PERFORM 0950-TOTALES-CONTROL THRU 0950-FIN.
013510     CLOSE SAM-MALL-FILE.
013520     CLOSE SAM-CTRL-FILE.
013530     CLOSE SAM-BITR-FILE.
013540     DISPLAY "SAMBITAC FIN PROCESO".
013550 0900-FIN.
013560     EXIT.
