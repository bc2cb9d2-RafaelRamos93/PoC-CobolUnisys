000010******************************************************************
000020* SAMDOSIE                                                       *
000030*                                                                *
000040* EXPEDIENTE CRONOLOGICO DE CLIENTES. PARA CADA LLAVE DE LA      *
000050* LISTA SAM-DOSK (UNA LLAVE POR REGISTRO, COL 1-6) ARMA EN UNA   *
000060* SOLA PASADA POR CADA ARCHIVO TODO LO QUE LE PASO AL CLIENTE:   *
000070*   SAM-HIST - CADA IMAGEN DEL HISTORICO EN LA QUE CAMBIO ALGUN  *
000080*              CAMPO CONTRA LA IMAGEN ANTERIOR DE LA LLAVE (LAS  *
000090*              GENERACIONES SE CONCATENAN EN EL JCL DE LA MAS    *
000100*              ANTIGUA A LA MAS RECIENTE, O SE USA LA            *
000110*              COMPACTACION MENSUAL DE SAMARCHI).                *
000120*   SAM-JRNL - CADA ACCION DE SAMMANT (ALTA, CAMBIO, BAJA,       *
000130*              APROBACION, VENCIMIENTO Y CANCELACION DE          *
000140*              PENDIENTE) CON SU IMAGEN ANTES Y DESPUES.         *
000150*   SAM-AUDT - CADA ALTA, CAMBIO, REACTIVACION O INACTIVACION EN *
000155*              SAM-TAB.                                          *
000160*   SAM-PEND - CADA TRANSACCION CON FECHA EFECTIVA QUE SIGUE     *
000170*              PENDIENTE (LAS CANCELADAS SALEN DEL JOURNAL).     *
000180*   SAM-ERRQ - CADA VEZ QUE LA LLAVE QUEDO EN LA COLA DE ERRORES.*
000190* LAS ENTRADAS SE ORDENAN POR LLAVE Y FECHA; CADA UNA MUESTRA SU *
000200* FECHA Y EL ARCHIVO DE DONDE SALIO. EL EXPEDIENTE CIERRA CON EL *
000210* ESTADO ACTUAL DEL CLIENTE EN SAM-FILE Y EN SAM-TAB. CUALQUIER  *
000220* ARCHIVO DE MOVIMIENTOS QUE NO ESTE CATALOGADO SE AVISA Y SE    *
000230* BRINCA; EL EXPEDIENTE SALE CON LO QUE HAYA.                    *
000240* RETURN-CODE 4 SI LA LISTA TRAE LLAVES NO NUMERICAS.            *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    SAMDOSIE.
000280 AUTHOR.        R ALVARADO.
000290 INSTALLATION.  DEPTO DE SISTEMAS.
000300 DATE-WRITTEN.  09/22/2026.
000310 DATE-COMPILED. 09/22/2026.
000320*----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340*----------------------------------------------------------------
000350* 09/22/2026  RAV  VERSION ORIGINAL - EXPEDIENTE CRONOLOGICO POR
000360*                  CLIENTE A PARTIR DE SAM-HIST, SAM-JRNL,
000370*                  SAM-AUDT, SAM-PEND Y SAM-ERRQ, CON EL ESTADO
000380*                  ACTUAL EN SAM-FILE Y SAM-TAB.
000382* 09/25/2026  RAV  ACCION 'N' DE SAM-AUDT (INACTIVACION DEL
000384*                  RENGLON POR SAMCUADR). LA AUDITORIA YA NO SE
000386*                  ROTULA COMO DE COBOLSQL: TAMBIEN LA GRABA EL
000388*                  CUADRE DE CAMPOS.
000389* 10/15/2026  RAV  SAM-JRNL CRECE A 167 CON EL ORIGEN DEL LOTE.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430
000440     SELECT SAM-DOSK-FILE
000450         ASSIGN TO "SAM-DOSK"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-SAM-DOSK-STATUS.
000480
000490     SELECT SAM-HIST-FILE
000500         ASSIGN TO "SAM-HIST"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-SAM-HIST-STATUS.
000530
000540     SELECT SAM-JRNL-FILE
000550         ASSIGN TO "SAM-JRNL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-SAM-JRNL-STATUS.
000580
000590     SELECT SAM-AUDT-FILE
000600         ASSIGN TO "SAM-AUDT"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-SAM-AUDT-STATUS.
000630
000640     SELECT SAM-PEND-FILE
000650         ASSIGN TO "SAM-PEND"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-SAM-PEND-STATUS.
000680
000690     SELECT SAM-ERRQ-FILE
000700         ASSIGN TO "SAM-ERRQ"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-SAM-ERRQ-STATUS.
000730
000740     SELECT SAM-FILE
000750         ASSIGN TO "Sample-File"
000760         ORGANIZATION IS INDEXED
000770         RECORD KEY IS SAM-FILE-KEY-NUMBER
000780         ACCESS MODE IS DYNAMIC
000790         FILE STATUS IS WS-SAM-FILE-STATUS.
000800
000810     SELECT SAM-DOSR-FILE
000820         ASSIGN TO "SAM-DOSR"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-SAM-DOSR-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880
000890 FD  SAM-DOSK-FILE
000900     DATA RECORD IS SAM-DOSK-RECORD
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  SAM-DOSK-RECORD.
000940     05 DOSK-KEY-NUMBER         PIC X(06).
000950     05 FILLER                  PIC X(74).
000960
000970 FD  SAM-HIST-FILE
000980     DATA RECORD IS SAM-HIST-RECORD
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 127 CHARACTERS.
001010 01  SAM-HIST-RECORD.
001020     05 HIST-IMAGEN.
001030        10 HIST-KEY-NUMBER      PIC X(06).
001040        10 HIST-NAME            PIC X(30).
001050        10 HIST-ADDRESS         PIC X(30).
001060        10 HIST-CONTACT         PIC X(30).
001070        10 HIST-ESTADO          PIC X(01).
001080        10 HIST-TELEFONO        PIC X(10).
001090        10 HIST-FECHA-MANT      PIC X(10).
001100     05 HIST-RUN-DATE           PIC X(10).
001110
001120 FD  SAM-JRNL-FILE
001130     DATA RECORD IS SAM-JRNL-RECORD
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 167 CHARACTERS.
001160 01  SAM-JRNL-RECORD.
001170     05 JRNL-SECUENCIA          PIC 9(09).
001180     05 JRNL-FECHA              PIC X(10).
001190     05 JRNL-ACCION             PIC X(01).
001200     05 JRNL-KEY-NUMBER         PIC X(06).
001210     05 JRNL-IMAGEN-ANT         PIC X(117).
001220     05 JRNL-USUARIO            PIC X(08).
001230     05 JRNL-APROBADOR          PIC X(08).
001235     05 JRNL-ORIGEN             PIC X(08).
001240
001250 FD  SAM-AUDT-FILE
001260     DATA RECORD IS SAM-AUDT-RECORD
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 167 CHARACTERS.
001290 01  SAM-AUDT-RECORD.
001300     05 AUDT-SAM-ID             PIC X(06).
001310     05 AUDT-RUN-DATE           PIC X(10).
001320     05 AUDT-ACCION             PIC X(01).
001330        88 AUDT-ES-ALTA                  VALUE 'I'.
001340        88 AUDT-ES-CAMBIO                VALUE 'U'.
001350        88 AUDT-ES-REACTIVACION          VALUE 'R'.
001355        88 AUDT-ES-INACTIVACION          VALUE 'N'.
001360     05 AUDT-NAME-ANT           PIC X(25).
001370     05 AUDT-ADDRESS-ANT        PIC X(25).
001380     05 AUDT-CONTACT-ANT        PIC X(25).
001390     05 AUDT-NAME-NVO           PIC X(25).
001400     05 AUDT-ADDRESS-NVO        PIC X(25).
001410     05 AUDT-CONTACT-NVO        PIC X(25).
001420
001430 FD  SAM-PEND-FILE
001440     DATA RECORD IS PEND-ENT-RECORD
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 116 CHARACTERS.
001470 01  PEND-ENT-RECORD.
001480     05 PEND-CODIGO             PIC X(01).
001490     05 PEND-KEY-NUMBER         PIC X(06).
001500     05 FILLER                  PIC X(101).
001510     05 PEND-FECHA-EFEC         PIC X(08).
001520
001530 FD  SAM-ERRQ-FILE
001540     DATA RECORD IS SAM-ERRQ-RECORD
001550     LABEL RECORDS ARE STANDARD
001560     RECORD CONTAINS 174 CHARACTERS.
001570 01  SAM-ERRQ-RECORD.
001580     05 ERRQ-KEY-NUMBER         PIC X(06).
001590     05 FILLER                  PIC X(02).
001600     05 ERRQ-RUN-DATE           PIC X(10).
001610     05 FILLER                  PIC X(02).
001620     05 ERRQ-MOTIVO             PIC X(20).
001630     05 FILLER                  PIC X(02).
001640     05 ERRQ-REGISTRO           PIC X(117).
001650     05 FILLER                  PIC X(02).
001660     05 ERRQ-ESTADO             PIC X(01).
001670     05 FILLER                  PIC X(02).
001680     05 ERRQ-FECHA-ALTA         PIC X(10).
001690
001700 FD  SAM-FILE
001710     DATA RECORD IS SAM-FILE-RECORD
001720     LABEL RECORDS ARE STANDARD
001730     RECORD CONTAINS 117 CHARACTERS.
001740 01  SAM-FILE-RECORD.
001750     05 SAM-FILE-KEY-NUMBER     PIC X(06).
001760     05 SAM-FILE-NAME           PIC X(30).
001770     05 SAM-FILE-ADDRESS        PIC X(30).
001780     05 SAM-FILE-CONTACT        PIC X(30).
001790     05 SAM-FILE-ESTADO         PIC X(01).
001800     05 SAM-FILE-TELEFONO       PIC X(10).
001810     05 SAM-FILE-FECHA-MANT     PIC X(10).
001820
001830 FD  SAM-DOSR-FILE
001840     LABEL RECORDS ARE STANDARD
001850     RECORD CONTAINS 132 CHARACTERS.
001860 01  SAM-DOSR-RECORD            PIC X(132).
001870
001880 WORKING-STORAGE SECTION.
001890
001900 EXEC SQL
001910      INCLUDE SQLCA
001920 END-EXEC.
001930
001940 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
001950
001960 EXEC SQL
001970      INCLUDE DCLSAM
001980 END-EXEC.
001990
002000 EXEC SQL END DECLARE SECTION END-EXEC.
002010
002020 01  WK-AREA.
002030     05 WK-DATE-CURR.
002040        07 WK-DATE-MM         PIC XX   VALUE SPACES.
002050        07 FILLER             PIC X    VALUE '-'.
002060        07 WK-DATE-DD         PIC XX   VALUE SPACES.
002070        07 FILLER             PIC X    VALUE '-'.
002080        07 WK-DATE-YYYY       PIC X(04) VALUE SPACES.
002090     05 WK-FECHA-SISTEMA      PIC 9(08) VALUE ZERO.
002100     05 WK-FECHA-ED           PIC X(10) VALUE SPACES.
002110     05 WK-FECHA-NUM          PIC 9(08) VALUE ZERO.
002120     05 WK-LLAVE-BUSCA        PIC X(06) VALUE SPACES.
002130     05 WK-CAMPOS-CAMBIO      PIC X(60) VALUE SPACES.
002140     05 WK-CAMBIO-PTR         PIC 9(03) COMP VALUE ZERO.
002150     05 WK-DESC-ACCION        PIC X(28) VALUE SPACES.
002160     05 WK-IM-ETIQUETA        PIC X(08) VALUE SPACES.
002170     05 WK-IMAGEN-LIN-1       PIC X(106) VALUE SPACES.
002180     05 WK-IMAGEN-LIN-2       PIC X(106) VALUE SPACES.
002190     05 WK-LINEA-DOSR         PIC X(132) VALUE SPACES.
002200     05 WK-OPERACION-SQL      PIC X(12) VALUE SPACES.
002210     05 WK-SQLCODE-ED         PIC -(09)9.
002220     05 WK-JRNL-SECUENCIA-ED  PIC Z(08)9.
002230
002240******************************************************************
002250* IMAGEN DE TRABAJO DE UN REGISTRO DE SAM-FILE (LA MISMA QUE     *
002260* TRAEN SAM-HIST, EL JOURNAL Y LA COLA DE ERRORES) Y SU VISTA    *
002270* ALTERNA COMO TRANSACCION DE SAM-TRAN (LO QUE TRAEN SAM-PEND Y  *
002280* LAS ACCIONES 'V', 'E' Y 'X' DEL JOURNAL).                      *
002290******************************************************************
002300 01  WK-IMAGEN.
002310     05 WK-IM-KEY-NUMBER      PIC X(06).
002320     05 WK-IM-NAME            PIC X(30).
002330     05 WK-IM-ADDRESS         PIC X(30).
002340     05 WK-IM-CONTACT         PIC X(30).
002350     05 WK-IM-ESTADO          PIC X(01).
002360     05 WK-IM-TELEFONO        PIC X(10).
002370     05 WK-IM-FECHA-MANT      PIC X(10).
002380 01  WK-IMAGEN-TRAN REDEFINES WK-IMAGEN.
002390     05 WK-IT-CODIGO          PIC X(01).
002400     05 WK-IT-KEY-NUMBER      PIC X(06).
002410     05 WK-IT-NAME            PIC X(30).
002420     05 WK-IT-ADDRESS         PIC X(30).
002430     05 WK-IT-CONTACT         PIC X(30).
002440     05 WK-IT-ESTADO          PIC X(01).
002450     05 WK-IT-TELEFONO        PIC X(10).
002460     05 WK-IT-FECHA-EFEC      PIC X(08).
002470     05 FILLER                PIC X(01).
002480
002490 01  WK-IMAGEN-ANT.
002500     05 WK-IA-KEY-NUMBER      PIC X(06).
002510     05 WK-IA-NAME            PIC X(30).
002520     05 WK-IA-ADDRESS         PIC X(30).
002530     05 WK-IA-CONTACT         PIC X(30).
002540     05 WK-IA-ESTADO          PIC X(01).
002550     05 WK-IA-TELEFONO        PIC X(10).
002560     05 WK-IA-FECHA-MANT      PIC X(10).
002570
002580 01  WK-CONTADORES.
002590     05 WK-CONT-LISTA         PIC 9(09) COMP VALUE ZERO.
002600     05 WK-CONT-LLAVE-INVAL   PIC 9(09) COMP VALUE ZERO.
002610     05 WK-CONT-LLAVE-DUPL    PIC 9(09) COMP VALUE ZERO.
002620     05 WK-CONT-SIN-MOVTOS    PIC 9(09) COMP VALUE ZERO.
002630     05 WK-CONT-ENT-HIST      PIC 9(09) COMP VALUE ZERO.
002640     05 WK-CONT-ENT-JRNL      PIC 9(09) COMP VALUE ZERO.
002650     05 WK-CONT-ENT-AUDT      PIC 9(09) COMP VALUE ZERO.
002660     05 WK-CONT-ENT-PEND      PIC 9(09) COMP VALUE ZERO.
002670     05 WK-CONT-ENT-ERRQ      PIC 9(09) COMP VALUE ZERO.
002680     05 WK-CONT-LISTA-ED      PIC ZZZ,ZZZ,ZZ9.
002690     05 WK-CONT-LLAVINV-ED    PIC ZZZ,ZZZ,ZZ9.
002700     05 WK-CONT-LLAVDUP-ED    PIC ZZZ,ZZZ,ZZ9.
002710     05 WK-CONT-SINMOV-ED     PIC ZZZ,ZZZ,ZZ9.
002720     05 WK-CONT-ENTHIS-ED     PIC ZZZ,ZZZ,ZZ9.
002730     05 WK-CONT-ENTJRN-ED     PIC ZZZ,ZZZ,ZZ9.
002740     05 WK-CONT-ENTAUD-ED     PIC ZZZ,ZZZ,ZZ9.
002750     05 WK-CONT-ENTPEN-ED     PIC ZZZ,ZZZ,ZZ9.
002760     05 WK-CONT-ENTERR-ED     PIC ZZZ,ZZZ,ZZ9.
002770     05 WK-CONT-ENTRADAS-ED   PIC ZZZ,ZZZ,ZZ9.
002780
002790 01  WK-SWITCHES.
002800     05 WK-HIST-AUSENTE-SW    PIC X(01) VALUE 'N'.
002810        88 WK-HIST-AUSENTE            VALUE 'Y'.
002820     05 WK-JRNL-AUSENTE-SW    PIC X(01) VALUE 'N'.
002830        88 WK-JRNL-AUSENTE            VALUE 'Y'.
002840     05 WK-AUDT-AUSENTE-SW    PIC X(01) VALUE 'N'.
002850        88 WK-AUDT-AUSENTE            VALUE 'Y'.
002860     05 WK-PEND-AUSENTE-SW    PIC X(01) VALUE 'N'.
002870        88 WK-PEND-AUSENTE            VALUE 'Y'.
002880     05 WK-ERRQ-AUSENTE-SW    PIC X(01) VALUE 'N'.
002890        88 WK-ERRQ-AUSENTE            VALUE 'Y'.
002900     05 WK-EN-MAESTRO-SW      PIC X(01) VALUE 'N'.
002910        88 WK-EN-MAESTRO              VALUE 'Y'.
002920     05 WK-FIN-CLIENTE-SW     PIC X(01) VALUE 'N'.
002930        88 WK-FIN-CLIENTE             VALUE 'Y'.
002940
002950******************************************************************
002960* TABLA DE LLAVES DE LA LISTA, ORDENADA POR LLAVE (MISMA         *
002970* INSERCION ORDENADA DE LA TABLA DE CERTIFICACION DE SAMARCHI).  *
002980* POR LLAVE SE GUARDA LA ULTIMA IMAGEN DEL HISTORICO YA VISTA    *
002990* (PARA DETECTAR LOS CAMPOS QUE CAMBIARON) Y EL NUMERO DE LA     *
003000* ENTRADA DE JOURNAL QUE ESPERA SU IMAGEN DESPUES: LA IMAGEN     *
003010* DESPUES DE UN ALTA O CAMBIO ES LA IMAGEN ANTES DEL SIGUIENTE   *
003020* MOVIMIENTO DE LA MISMA LLAVE EN EL JOURNAL, O EL REGISTRO      *
003030* ACTUAL DE SAM-FILE SI YA NO HUBO OTRO.                         *
003040******************************************************************
003050 01  WK-DK-TABLA.
003060     05 WK-DK-MAX             PIC 9(05) COMP VALUE 200.
003070     05 WK-DK-CNT             PIC 9(05) COMP VALUE ZERO.
003080     05 WK-DK-I               PIC 9(05) COMP VALUE ZERO.
003090     05 WK-DK-J               PIC 9(05) COMP VALUE ZERO.
003100     05 WK-DK-POS             PIC 9(05) COMP VALUE ZERO.
003110     05 WK-DK-HIT             PIC 9(05) COMP VALUE ZERO.
003120     05 WK-DK-ALTO-SW         PIC X(01) VALUE 'N'.
003130        88 WK-DK-ALTO                 VALUE 'Y'.
003140     05 WK-DK-ENTRADA OCCURS 200 TIMES.
003150        10 WK-DK-LLAVE        PIC X(06).
003160        10 WK-DK-HIST-SW      PIC X(01).
003170           88 WK-DK-CON-HIST          VALUE 'Y'.
003180        10 WK-DK-HIST-ANT     PIC X(117).
003190        10 WK-DK-JRN-PEND     PIC 9(05) COMP.
003200        10 WK-DK-ENTRADAS     PIC 9(05) COMP.
003210
003220******************************************************************
003230* TABLA DE ENTRADAS DEL EXPEDIENTE. SE CARGA EN EL ORDEN EN QUE  *
003240* SE LEEN LOS ARCHIVOS Y AL FINAL SE ORDENA POR LLAVE, FECHA     *
003250* (AAAAMMDD), ARCHIVO Y SECUENCIA DE CARGA. EL ORDEN DE ARCHIVO  *
003260* DENTRO DE UN MISMO DIA SIGUE EL DE LA CADENA NOCTURNA: LA      *
003270* PENDIENTE (1) Y EL JOURNAL (2) DE SAMMANT, LUEGO EL HISTORICO  *
003280* (3) Y LA AUDITORIA (4) DE COBOLSQL, Y LA COLA DE ERRORES (5).  *
003290* WK-EV-NUEVO ARMA LA ENTRADA ANTES DE AGREGARLA Y SIRVE DE      *
003300* RETENIDO DURANTE EL ORDENAMIENTO.                              *
003310******************************************************************
003320 01  WK-EV-NUEVO.
003330     05 WK-EVN-ORDEN.
003340        10 WK-EVN-LLAVE       PIC X(06).
003350        10 WK-EVN-FECHA       PIC 9(08).
003360        10 WK-EVN-FUENTE-ORD  PIC 9(01).
003370        10 WK-EVN-SECUENCIA   PIC 9(07).
003380     05 WK-EVN-FECHA-ED       PIC X(10).
003390     05 WK-EVN-FUENTE         PIC X(08).
003400     05 WK-EVN-TEXTO          PIC X(106) OCCURS 5 TIMES.
003410
003420 01  WK-EV-TABLA.
003430     05 WK-EV-MAX             PIC 9(05) COMP VALUE 3000.
003440     05 WK-EV-CNT             PIC 9(05) COMP VALUE ZERO.
003450     05 WK-EV-I               PIC 9(05) COMP VALUE ZERO.
003460     05 WK-EV-J               PIC 9(05) COMP VALUE ZERO.
003470     05 WK-EV-K               PIC 9(05) COMP VALUE ZERO.
003480     05 WK-EV-SECUENCIA       PIC 9(07) COMP VALUE ZERO.
003490     05 WK-EV-LISTO-SW        PIC X(01) VALUE 'N'.
003500        88 WK-EV-LISTO                VALUE 'Y'.
003510     05 WK-EV-ENTRADA OCCURS 3000 TIMES.
003520        10 WK-EV-ORDEN.
003530           15 WK-EV-LLAVE     PIC X(06).
003540           15 WK-EV-FECHA     PIC 9(08).
003550           15 WK-EV-FUENTE-ORD PIC 9(01).
003560           15 WK-EV-SECUENCIA-N PIC 9(07).
003570        10 WK-EV-FECHA-ED     PIC X(10).
003580        10 WK-EV-FUENTE       PIC X(08).
003590        10 WK-EV-TEXTO        PIC X(106) OCCURS 5 TIMES.
003600
003610 01  WK-RPT-AREA.
003620     05 WK-LINEA-ACTUAL       PIC 9(03) COMP VALUE 99.
003630     05 WK-MAX-LINEAS         PIC 9(03) COMP VALUE 060.
003640     05 WK-PAGINA             PIC 9(05) COMP VALUE ZERO.
003650     05 WK-PAGINA-ED          PIC ZZZZ9.
003660     05 WK-ENTRADAS-ED        PIC ZZ,ZZ9.
003670
003680 01  WS-AREA.
003690     05  WS-SAM-DOSK-STATUS   PIC XX   VALUE SPACES.
003700         88 SAM-DOSK-EOF               VALUE '10'.
003710     05  WS-SAM-HIST-STATUS   PIC XX   VALUE SPACES.
003720         88 SAM-HIST-EOF               VALUE '10'.
003730     05  WS-SAM-JRNL-STATUS   PIC XX   VALUE SPACES.
003740         88 SAM-JRNL-EOF               VALUE '10'.
003750     05  WS-SAM-AUDT-STATUS   PIC XX   VALUE SPACES.
003760         88 SAM-AUDT-EOF               VALUE '10'.
003770     05  WS-SAM-PEND-STATUS   PIC XX   VALUE SPACES.
003780         88 SAM-PEND-EOF               VALUE '10'.
003790     05  WS-SAM-ERRQ-STATUS   PIC XX   VALUE SPACES.
003800         88 SAM-ERRQ-EOF               VALUE '10'.
003810     05  WS-SAM-FILE-STATUS   PIC XX   VALUE SPACES.
003820     05  WS-SAM-DOSR-STATUS   PIC XX   VALUE SPACES.
003830
003840 PROCEDURE DIVISION.
003850
003860******************************************************************
003870* 0000-PROGRAMA                                                  *
003880* PRIMERO LA LISTA DE LLAVES; LUEGO UNA PASADA POR CADA ARCHIVO  *
003890* DE MOVIMIENTOS; AL FINAL SE COMPLETAN LAS IMAGENES DESPUES     *
003900* PENDIENTES DEL JOURNAL, SE ORDENA Y SE IMPRIME UN EXPEDIENTE   *
003910* POR LLAVE.                                                     *
003920******************************************************************
003930 0000-PROGRAMA.
003940     PERFORM 0100-INICIO  THRU 0100-FIN.
003950
003960     PERFORM 0200-CARGA-LLAVE THRU 0200-FIN
003970             UNTIL SAM-DOSK-EOF.
003980     PERFORM 0300-PROCESA-HIST THRU 0300-FIN
003990             UNTIL SAM-HIST-EOF.
004000     PERFORM 0320-PROCESA-JRNL THRU 0320-FIN
004010             UNTIL SAM-JRNL-EOF.
004020     PERFORM 0340-PROCESA-AUDT THRU 0340-FIN
004030             UNTIL SAM-AUDT-EOF.
004040     PERFORM 0360-PROCESA-PEND THRU 0360-FIN
004050             UNTIL SAM-PEND-EOF.
004060     PERFORM 0380-PROCESA-ERRQ THRU 0380-FIN
004070             UNTIL SAM-ERRQ-EOF.
004080
004090     PERFORM 0550-COMPLETA-DESPUES THRU 0550-FIN
004100         VARYING WK-DK-I FROM 1 BY 1
004110         UNTIL WK-DK-I > WK-DK-CNT.
004120     PERFORM 0600-ORDENA-ENTRADAS THRU 0600-FIN.
004130
004140     MOVE 1 TO WK-EV-I.
004150     PERFORM 0700-IMPRIME-EXPEDIENTE THRU 0700-FIN
004160         VARYING WK-DK-I FROM 1 BY 1
004170         UNTIL WK-DK-I > WK-DK-CNT.
004180
004190     PERFORM 0900-TERMINA THRU 0900-FIN.
004200
004210     STOP RUN.
004220
004230******************************************************************
004240* 0100-INICIO                                                    *
004250******************************************************************
004260 0100-INICIO.
004270     ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD.
004280     MOVE WK-FECHA-SISTEMA(5:2) TO WK-DATE-MM.
004290     MOVE WK-FECHA-SISTEMA(7:2) TO WK-DATE-DD.
004300     MOVE WK-FECHA-SISTEMA(1:4) TO WK-DATE-YYYY.
004310
004320     OPEN INPUT  SAM-DOSK-FILE.
004330     OPEN INPUT  SAM-HIST-FILE.
004340     OPEN INPUT  SAM-JRNL-FILE.
004350     OPEN INPUT  SAM-AUDT-FILE.
004360     OPEN INPUT  SAM-PEND-FILE.
004370     OPEN INPUT  SAM-ERRQ-FILE.
004380     OPEN INPUT  SAM-FILE.
004390     OPEN OUTPUT SAM-DOSR-FILE.
004400     PERFORM 0102-VALIDA-APERTURA THRU 0102-FIN.
004410
004420     PERFORM 0120-LEE-SAM-DOSK THRU 0120-FIN.
004430     IF NOT WK-HIST-AUSENTE
004440         PERFORM 0122-LEE-SAM-HIST THRU 0122-FIN
004450     END-IF.
004460     IF NOT WK-JRNL-AUSENTE
004470         PERFORM 0124-LEE-SAM-JRNL THRU 0124-FIN
004480     END-IF.
004490     IF NOT WK-AUDT-AUSENTE
004500         PERFORM 0126-LEE-SAM-AUDT THRU 0126-FIN
004510     END-IF.
004520     IF NOT WK-PEND-AUSENTE
004530         PERFORM 0128-LEE-SAM-PEND THRU 0128-FIN
004540     END-IF.
004550     IF NOT WK-ERRQ-AUSENTE
004560         PERFORM 0130-LEE-SAM-ERRQ THRU 0130-FIN
004570     END-IF.
004580 0100-FIN.
004590     EXIT.
004600
004610******************************************************************
004620* 0102-VALIDA-APERTURA                                           *
004630* LA LISTA, EL MAESTRO Y EL REPORTE SON OBLIGATORIOS. UN ARCHIVO *
004640* DE MOVIMIENTOS NO CATALOGADO (STATUS 35) SOLO SE AVISA: EL     *
004650* EXPEDIENTE SE ARMA CON LOS DEMAS, IGUAL QUE SAMMANT SIN COLA   *
004660* DE PENDIENTES PREVIA.                                          *
004670******************************************************************
004680 0102-VALIDA-APERTURA.
004690     IF WS-SAM-DOSK-STATUS NOT = '00'
004700         DISPLAY "ERROR AL ABRIR SAM-DOSK-FILE STATUS "
004710                 WS-SAM-DOSK-STATUS
004720         MOVE 16 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750     IF WS-SAM-FILE-STATUS NOT = '00'
004760         DISPLAY "ERROR AL ABRIR SAM-FILE      STATUS "
004770                 WS-SAM-FILE-STATUS
004780         MOVE 16 TO RETURN-CODE
004790         STOP RUN
004800     END-IF.
004810     IF WS-SAM-DOSR-STATUS NOT = '00'
004820         DISPLAY "ERROR AL ABRIR SAM-DOSR-FILE STATUS "
004830                 WS-SAM-DOSR-STATUS
004840         MOVE 16 TO RETURN-CODE
004850         STOP RUN
004860     END-IF.
004870
004880     IF WS-SAM-HIST-STATUS = '35'
004890         DISPLAY "SAMDOSIE SIN ARCHIVO SAM-HIST"
004900         MOVE 'Y' TO WK-HIST-AUSENTE-SW
004910         SET SAM-HIST-EOF TO TRUE
004920     ELSE
004930         IF WS-SAM-HIST-STATUS NOT = '00'
004940             DISPLAY "ERROR AL ABRIR SAM-HIST-FILE STATUS "
004950                     WS-SAM-HIST-STATUS
004960             MOVE 16 TO RETURN-CODE
004970             STOP RUN
004980         END-IF
004990     END-IF.
005000
005010     IF WS-SAM-JRNL-STATUS = '35'
005020         DISPLAY "SAMDOSIE SIN ARCHIVO SAM-JRNL"
005030         MOVE 'Y' TO WK-JRNL-AUSENTE-SW
005040         SET SAM-JRNL-EOF TO TRUE
005050     ELSE
005060         IF WS-SAM-JRNL-STATUS NOT = '00'
005070             DISPLAY "ERROR AL ABRIR SAM-JRNL-FILE STATUS "
005080                     WS-SAM-JRNL-STATUS
005090             MOVE 16 TO RETURN-CODE
005100             STOP RUN
005110         END-IF
005120     END-IF.
005130
005140     IF WS-SAM-AUDT-STATUS = '35'
005150         DISPLAY "SAMDOSIE SIN ARCHIVO SAM-AUDT"
005160         MOVE 'Y' TO WK-AUDT-AUSENTE-SW
005170         SET SAM-AUDT-EOF TO TRUE
005180     ELSE
005190         IF WS-SAM-AUDT-STATUS NOT = '00'
005200             DISPLAY "ERROR AL ABRIR SAM-AUDT-FILE STATUS "
005210                     WS-SAM-AUDT-STATUS
005220             MOVE 16 TO RETURN-CODE
005230             STOP RUN
005240         END-IF
005250     END-IF.
005260
005270     IF WS-SAM-PEND-STATUS = '35'
005280         DISPLAY "SAMDOSIE SIN ARCHIVO SAM-PEND"
005290         MOVE 'Y' TO WK-PEND-AUSENTE-SW
005300         SET SAM-PEND-EOF TO TRUE
005310     ELSE
005320         IF WS-SAM-PEND-STATUS NOT = '00'
005330             DISPLAY "ERROR AL ABRIR SAM-PEND-FILE STATUS "
005340                     WS-SAM-PEND-STATUS
005350             MOVE 16 TO RETURN-CODE
005360             STOP RUN
005370         END-IF
005380     END-IF.
005390
005400     IF WS-SAM-ERRQ-STATUS = '35'
005410         DISPLAY "SAMDOSIE SIN ARCHIVO SAM-ERRQ"
005420         MOVE 'Y' TO WK-ERRQ-AUSENTE-SW
005430         SET SAM-ERRQ-EOF TO TRUE
005440     ELSE
005450         IF WS-SAM-ERRQ-STATUS NOT = '00'
005460             DISPLAY "ERROR AL ABRIR SAM-ERRQ-FILE STATUS "
005470                     WS-SAM-ERRQ-STATUS
005480             MOVE 16 TO RETURN-CODE
005490             STOP RUN
005500         END-IF
005510     END-IF.
005520 0102-FIN.
005530     EXIT.
005540
005550******************************************************************
005560* 0120-LEE-SAM-DOSK ... 0130-LEE-SAM-ERRQ                        *
005570******************************************************************
005580 0120-LEE-SAM-DOSK.
005590     READ SAM-DOSK-FILE
005600         AT END
005610             DISPLAY "SAMDOSIE FIN SAM-DOSK"
005620     END-READ.
005630 0120-FIN.
005640     EXIT.
005650
005660 0122-LEE-SAM-HIST.
005670     READ SAM-HIST-FILE
005680         AT END
005690             DISPLAY "SAMDOSIE FIN SAM-HIST"
005700     END-READ.
005710 0122-FIN.
005720     EXIT.
005730
005740 0124-LEE-SAM-JRNL.
005750     READ SAM-JRNL-FILE
005760         AT END
005770             DISPLAY "SAMDOSIE FIN SAM-JRNL"
005780     END-READ.
005790 0124-FIN.
005800     EXIT.
005810
005820 0126-LEE-SAM-AUDT.
005830     READ SAM-AUDT-FILE
005840         AT END
005850             DISPLAY "SAMDOSIE FIN SAM-AUDT"
005860     END-READ.
005870 0126-FIN.
005880     EXIT.
005890
005900 0128-LEE-SAM-PEND.
005910     READ SAM-PEND-FILE
005920         AT END
005930             DISPLAY "SAMDOSIE FIN SAM-PEND"
005940     END-READ.
005950 0128-FIN.
005960     EXIT.
005970
005980 0130-LEE-SAM-ERRQ.
005990     READ SAM-ERRQ-FILE
006000         AT END
006010             DISPLAY "SAMDOSIE FIN SAM-ERRQ"
006020     END-READ.
006030 0130-FIN.
006040     EXIT.
006050
006060******************************************************************
006070* 0200-CARGA-LLAVE                                               *
006080* UNA LLAVE NO NUMERICA NO PUEDE EXISTIR EN EL MAESTRO: SE AVISA *
006090* Y SE CUENTA (RETURN-CODE 4). UNA LLAVE REPETIDA EN LA LISTA    *
006100* SOLO SE CUENTA - EL CLIENTE TIENE UN SOLO EXPEDIENTE.          *
006110******************************************************************
006120 0200-CARGA-LLAVE.
006130     ADD 1 TO WK-CONT-LISTA.
006140     IF DOSK-KEY-NUMBER IS NOT NUMERIC
006150         ADD 1 TO WK-CONT-LLAVE-INVAL
006160         DISPLAY "SAMDOSIE LLAVE INVALIDA EN LA LISTA "
006170                 DOSK-KEY-NUMBER
006180         GO TO 0200-LEE
006190     END-IF.
006200
006210     MOVE 'N'  TO WK-DK-ALTO-SW.
006220     MOVE ZERO TO WK-DK-POS.
006230     MOVE ZERO TO WK-DK-HIT.
006240     MOVE DOSK-KEY-NUMBER TO WK-LLAVE-BUSCA.
006250     IF WK-DK-CNT > ZERO
006260         PERFORM 0205-BUSCA-POSICION THRU 0205-FIN
006270             VARYING WK-DK-I FROM 1 BY 1
006280             UNTIL WK-DK-I > WK-DK-CNT OR WK-DK-ALTO
006290     END-IF.
006300     IF WK-DK-HIT NOT = ZERO
006310         ADD 1 TO WK-CONT-LLAVE-DUPL
006320         GO TO 0200-LEE
006330     END-IF.
006340
006350     IF WK-DK-CNT >= WK-DK-MAX
006360         DISPLAY "SAMDOSIE TABLA DE LLAVES LLENA"
006370         MOVE 16 TO RETURN-CODE
006380         STOP RUN
006390     END-IF.
006400     IF WK-DK-POS = ZERO
006410         COMPUTE WK-DK-POS = WK-DK-CNT + 1
006420     ELSE
006430         PERFORM 0208-CORRE-LLAVE THRU 0208-FIN
006440             VARYING WK-DK-J FROM WK-DK-CNT BY -1
006450             UNTIL WK-DK-J < WK-DK-POS
006460     END-IF.
006470     ADD 1 TO WK-DK-CNT.
006480     MOVE DOSK-KEY-NUMBER TO WK-DK-LLAVE    (WK-DK-POS).
006490     MOVE 'N'             TO WK-DK-HIST-SW  (WK-DK-POS).
006500     MOVE SPACES          TO WK-DK-HIST-ANT (WK-DK-POS).
006510     MOVE ZERO            TO WK-DK-JRN-PEND (WK-DK-POS).
006520     MOVE ZERO            TO WK-DK-ENTRADAS (WK-DK-POS).
006530 0200-LEE.
006540     PERFORM 0120-LEE-SAM-DOSK THRU 0120-FIN.
006550 0200-FIN.
006560     EXIT.
006570
006580******************************************************************
006590* 0205-BUSCA-POSICION                                            *
006600* BUSQUEDA LINEAL EN LA TABLA ORDENADA. LLAVE IGUAL = HIT (Y     *
006610* POSICION); LLAVE MAYOR = POSICION DE INSERCION. SE USA TANTO   *
006620* AL CARGAR LA LISTA COMO AL BUSCAR CADA REGISTRO DE LOS         *
006630* ARCHIVOS DE MOVIMIENTOS.                                       *
006640******************************************************************
006650 0205-BUSCA-POSICION.
006660     EVALUATE TRUE
006670         WHEN WK-DK-LLAVE (WK-DK-I) = WK-LLAVE-BUSCA
006680              MOVE WK-DK-I TO WK-DK-POS
006690              MOVE WK-DK-I TO WK-DK-HIT
006700              MOVE 'Y'     TO WK-DK-ALTO-SW
006710         WHEN WK-DK-LLAVE (WK-DK-I) > WK-LLAVE-BUSCA
006720              MOVE WK-DK-I TO WK-DK-POS
006730              MOVE 'Y'     TO WK-DK-ALTO-SW
006740     END-EVALUATE.
006750 0205-FIN.
006760     EXIT.
006770
006780 0208-CORRE-LLAVE.
006790     MOVE WK-DK-ENTRADA (WK-DK-J)
006800       TO WK-DK-ENTRADA (WK-DK-J + 1).
006810 0208-FIN.
006820     EXIT.
006830
006840******************************************************************
006850* 0210-BUSCA-LLAVE                                               *
006860* DEJA EN WK-DK-HIT LA POSICION DE WK-LLAVE-BUSCA EN LA LISTA, O *
006870* CERO SI EL REGISTRO NO ES DE NINGUN CLIENTE PEDIDO. LAS LLAVES *
006880* FUERA DEL RANGO DE LA TABLA SE DESCARTAN SIN RECORRERLA.       *
006890******************************************************************
006900 0210-BUSCA-LLAVE.
006910     MOVE ZERO TO WK-DK-HIT.
006920     IF WK-DK-CNT = ZERO
006930         GO TO 0210-FIN
006940     END-IF.
006950     IF WK-LLAVE-BUSCA < WK-DK-LLAVE (1)
006960        OR WK-LLAVE-BUSCA > WK-DK-LLAVE (WK-DK-CNT)
006970         GO TO 0210-FIN
006980     END-IF.
006990     MOVE 'N'  TO WK-DK-ALTO-SW.
007000     PERFORM 0205-BUSCA-POSICION THRU 0205-FIN
007010         VARYING WK-DK-I FROM 1 BY 1
007020         UNTIL WK-DK-I > WK-DK-CNT OR WK-DK-ALTO.
007030 0210-FIN.
007040     EXIT.
007050
007060******************************************************************
007070* 0300-PROCESA-HIST                                              *
007080* LA PRIMERA IMAGEN DE UNA LLAVE ABRE SU HISTORIA. DE AHI EN     *
007090* ADELANTE SOLO ENTRA AL EXPEDIENTE LA IMAGEN QUE CAMBIA ALGUN   *
007100* CAMPO CONTRA LA ANTERIOR, CON LA LISTA DE CAMPOS QUE CAMBIARON *
007110* Y LAS DOS IMAGENES. LAS IMAGENES REPETIDAS (UNA NOCHE SIN      *
007120* MANTENIMIENTO O UN TRAMO REPROCESADO EN RESTART) NO ENTRAN.    *
007130******************************************************************
007140 0300-PROCESA-HIST.
007150     MOVE HIST-KEY-NUMBER TO WK-LLAVE-BUSCA.
007160     PERFORM 0210-BUSCA-LLAVE THRU 0210-FIN.
007170     IF WK-DK-HIT = ZERO
007180         GO TO 0300-LEE
007190     END-IF.
007200
007210     MOVE SPACES            TO WK-EV-NUEVO.
007220     MOVE HIST-RUN-DATE     TO WK-FECHA-ED.
007230     PERFORM 0460-CONVIERTE-FECHA THRU 0460-FIN.
007240     MOVE 3                 TO WK-EVN-FUENTE-ORD.
007250     MOVE 'SAM-HIST'        TO WK-EVN-FUENTE.
007260
007270     IF NOT WK-DK-CON-HIST (WK-DK-HIT)
007280         MOVE 'PRIMERA IMAGEN DEL CLIENTE EN EL HISTORICO'
007290           TO WK-EVN-TEXTO (1)
007300         MOVE HIST-IMAGEN   TO WK-IMAGEN
007310         MOVE 'IMAGEN'      TO WK-IM-ETIQUETA
007320         PERFORM 0470-FORMATEA-IMAGEN THRU 0470-FIN
007330         MOVE WK-IMAGEN-LIN-1 TO WK-EVN-TEXTO (2)
007340         MOVE WK-IMAGEN-LIN-2 TO WK-EVN-TEXTO (3)
007350         PERFORM 0450-AGREGA-ENTRADA THRU 0450-FIN
007360         ADD 1 TO WK-CONT-ENT-HIST
007370         GO TO 0300-GUARDA
007380     END-IF.
007390
007400     MOVE WK-DK-HIST-ANT (WK-DK-HIT) TO WK-IMAGEN-ANT.
007410     MOVE SPACES TO WK-CAMPOS-CAMBIO.
007420     MOVE 1      TO WK-CAMBIO-PTR.
007430     IF HIST-NAME NOT = WK-IA-NAME
007440         STRING 'NOMBRE '    DELIMITED BY SIZE
007450           INTO WK-CAMPOS-CAMBIO WITH POINTER WK-CAMBIO-PTR
007460     END-IF.
007470     IF HIST-ADDRESS NOT = WK-IA-ADDRESS
007480         STRING 'DIRECCION ' DELIMITED BY SIZE
007490           INTO WK-CAMPOS-CAMBIO WITH POINTER WK-CAMBIO-PTR
007500     END-IF.
007510     IF HIST-CONTACT NOT = WK-IA-CONTACT
007520         STRING 'CONTACTO '  DELIMITED BY SIZE
007530           INTO WK-CAMPOS-CAMBIO WITH POINTER WK-CAMBIO-PTR
007540     END-IF.
007550     IF HIST-ESTADO NOT = WK-IA-ESTADO
007560         STRING 'ESTADO '    DELIMITED BY SIZE
007570           INTO WK-CAMPOS-CAMBIO WITH POINTER WK-CAMBIO-PTR
007580     END-IF.
007590     IF HIST-TELEFONO NOT = WK-IA-TELEFONO
007600         STRING 'TELEFONO '  DELIMITED BY SIZE
007610           INTO WK-CAMPOS-CAMBIO WITH POINTER WK-CAMBIO-PTR
007620     END-IF.
007630     IF HIST-FECHA-MANT NOT = WK-IA-FECHA-MANT
007640         STRING 'FECHA-MANT' DELIMITED BY SIZE
007650           INTO WK-CAMPOS-CAMBIO WITH POINTER WK-CAMBIO-PTR
007660     END-IF.
007670     IF WK-CAMPOS-CAMBIO = SPACES
007680         GO TO 0300-LEE
007690     END-IF.
007700
007710     STRING 'CAMBIO EN LA IMAGEN: ' DELIMITED BY SIZE
007720            WK-CAMPOS-CAMBIO        DELIMITED BY SIZE
007730       INTO WK-EVN-TEXTO (1).
007740     MOVE WK-IMAGEN-ANT     TO WK-IMAGEN.
007750     MOVE 'ANTES'           TO WK-IM-ETIQUETA.
007760     PERFORM 0470-FORMATEA-IMAGEN THRU 0470-FIN.
007770     MOVE WK-IMAGEN-LIN-1   TO WK-EVN-TEXTO (2).
007780     MOVE WK-IMAGEN-LIN-2   TO WK-EVN-TEXTO (3).
007790     MOVE HIST-IMAGEN       TO WK-IMAGEN.
007800     MOVE 'DESPUES'         TO WK-IM-ETIQUETA.
007810     PERFORM 0470-FORMATEA-IMAGEN THRU 0470-FIN.
007820     MOVE WK-IMAGEN-LIN-1   TO WK-EVN-TEXTO (4).
007830     MOVE WK-IMAGEN-LIN-2   TO WK-EVN-TEXTO (5).
007840     PERFORM 0450-AGREGA-ENTRADA THRU 0450-FIN.
007850     ADD 1 TO WK-CONT-ENT-HIST.
007860 0300-GUARDA.
007870     MOVE 'Y'         TO WK-DK-HIST-SW  (WK-DK-HIT).
007880     MOVE HIST-IMAGEN TO WK-DK-HIST-ANT (WK-DK-HIT).
007890 0300-LEE.
007900     PERFORM 0122-LEE-SAM-HIST THRU 0122-FIN.
007910 0300-FIN.
007920     EXIT.
007930
007940******************************************************************
007950* 0320-PROCESA-JRNL                                              *
007960* ALTA, CAMBIO Y BAJA LLEVAN LA IMAGEN ANTES DEL MOVIMIENTO; ESA *
007970* MISMA IMAGEN ES LA IMAGEN DESPUES DEL MOVIMIENTO ANTERIOR DE   *
007980* LA LLAVE, QUE AQUI SE COMPLETA. LA BAJA NO DEJA IMAGEN         *
007990* DESPUES. APROBACION ('V'), VENCIMIENTO ('E') Y CANCELACION DE  *
008000* PENDIENTE ('X') LLEVAN LA TRANSACCION EN EL AREA DE IMAGEN Y   *
008010* NO TOCARON SAM-FILE.                                           *
008020******************************************************************
008030 0320-PROCESA-JRNL.
008040     MOVE JRNL-KEY-NUMBER TO WK-LLAVE-BUSCA.
008050     PERFORM 0210-BUSCA-LLAVE THRU 0210-FIN.
008060     IF WK-DK-HIT = ZERO
008070         GO TO 0320-LEE
008080     END-IF.
008090
008100     MOVE SPACES            TO WK-EV-NUEVO.
008110     MOVE JRNL-FECHA        TO WK-FECHA-ED.
008120     PERFORM 0460-CONVIERTE-FECHA THRU 0460-FIN.
008130     MOVE 2                 TO WK-EVN-FUENTE-ORD.
008140     MOVE 'SAM-JRNL'        TO WK-EVN-FUENTE.
008150
008160     EVALUATE JRNL-ACCION
008170         WHEN 'A'
008180              MOVE 'ALTA'                  TO WK-DESC-ACCION
008190         WHEN 'C'
008200              MOVE 'CAMBIO'                TO WK-DESC-ACCION
008210         WHEN 'D'
008220              MOVE 'BAJA'                  TO WK-DESC-ACCION
008230         WHEN 'V'
008240              MOVE 'APROBACION DE RETENIDA' TO WK-DESC-ACCION
008250         WHEN 'E'
008260              MOVE 'RETENIDA VENCIDA'      TO WK-DESC-ACCION
008270         WHEN 'X'
008280              MOVE 'PENDIENTE CANCELADA'   TO WK-DESC-ACCION
008290         WHEN OTHER
008300              MOVE SPACES                  TO WK-DESC-ACCION
008310              STRING 'ACCION ' DELIMITED BY SIZE
008320                     JRNL-ACCION DELIMITED BY SIZE
008330                INTO WK-DESC-ACCION
008340     END-EVALUATE.
008350     MOVE JRNL-SECUENCIA TO WK-JRNL-SECUENCIA-ED.
008360     STRING 'SAMMANT '      DELIMITED BY SIZE
008370            WK-DESC-ACCION  DELIMITED BY SIZE
008380            ' USUARIO: '    DELIMITED BY SIZE
008390            JRNL-USUARIO    DELIMITED BY SIZE
008400            '  APROBADOR: ' DELIMITED BY SIZE
008410            JRNL-APROBADOR  DELIMITED BY SIZE
008420            '  SECUENCIA: ' DELIMITED BY SIZE
008430            WK-JRNL-SECUENCIA-ED DELIMITED BY SIZE
008440       INTO WK-EVN-TEXTO (1).
008450
008460     IF JRNL-ACCION = 'V' OR 'E' OR 'X'
008470         MOVE JRNL-IMAGEN-ANT TO WK-IMAGEN
008480         PERFORM 0475-FORMATEA-TRAN THRU 0475-FIN
008490         MOVE WK-IMAGEN-LIN-1 TO WK-EVN-TEXTO (2)
008500         MOVE WK-IMAGEN-LIN-2 TO WK-EVN-TEXTO (3)
008510         PERFORM 0450-AGREGA-ENTRADA THRU 0450-FIN
008520         ADD 1 TO WK-CONT-ENT-JRNL
008530         GO TO 0320-LEE
008540     END-IF.
008550
008560     IF WK-DK-JRN-PEND (WK-DK-HIT) NOT = ZERO
008570         MOVE WK-DK-JRN-PEND (WK-DK-HIT) TO WK-EV-K
008580         MOVE JRNL-IMAGEN-ANT TO WK-IMAGEN
008590         MOVE 'DESPUES'       TO WK-IM-ETIQUETA
008600         PERFORM 0470-FORMATEA-IMAGEN THRU 0470-FIN
008610         MOVE WK-IMAGEN-LIN-1 TO WK-EV-TEXTO (WK-EV-K, 4)
008620         MOVE WK-IMAGEN-LIN-2 TO WK-EV-TEXTO (WK-EV-K, 5)
008630         MOVE ZERO            TO WK-DK-JRN-PEND (WK-DK-HIT)
008640     END-IF.
008650
008660     IF JRNL-IMAGEN-ANT = SPACES
008670         MOVE 'ANTES    (SIN IMAGEN - LLAVE NUEVA)'
008680           TO WK-EVN-TEXTO (2)
008690     ELSE
008700         MOVE JRNL-IMAGEN-ANT TO WK-IMAGEN
008710         MOVE 'ANTES'         TO WK-IM-ETIQUETA
008720         PERFORM 0470-FORMATEA-IMAGEN THRU 0470-FIN
008730         MOVE WK-IMAGEN-LIN-1 TO WK-EVN-TEXTO (2)
008740         MOVE WK-IMAGEN-LIN-2 TO WK-EVN-TEXTO (3)
008750     END-IF.
008760     IF JRNL-ACCION = 'D'
008770         MOVE 'DESPUES  (REGISTRO DADO DE BAJA EN SAM-FILE)'
008780           TO WK-EVN-TEXTO (4)
008790     END-IF.
008800     PERFORM 0450-AGREGA-ENTRADA THRU 0450-FIN.
008810     ADD 1 TO WK-CONT-ENT-JRNL.
008820     IF JRNL-ACCION = 'A' OR 'C'
008830         MOVE WK-EV-CNT TO WK-DK-JRN-PEND (WK-DK-HIT)
008840     END-IF.
008850 0320-LEE.
008860     PERFORM 0124-LEE-SAM-JRNL THRU 0124-FIN.
008870 0320-FIN.
008880     EXIT.
008890
008900******************************************************************
008910* 0340-PROCESA-AUDT                                              *
008920* SAM-AUDT YA TRAE LA IMAGEN ANTES/DESPUES DE LA TABLA (A 25     *
008930* POSICIONES); EN UNA ALTA LA IMAGEN ANTES VIENE EN BLANCO.      *
008940******************************************************************
008950 0340-PROCESA-AUDT.
008960     MOVE AUDT-SAM-ID TO WK-LLAVE-BUSCA.
008970     PERFORM 0210-BUSCA-LLAVE THRU 0210-FIN.
008980     IF WK-DK-HIT = ZERO
008990         GO TO 0340-LEE
009000     END-IF.
009010
009020     MOVE SPACES            TO WK-EV-NUEVO.
009030     MOVE AUDT-RUN-DATE     TO WK-FECHA-ED.
009040     PERFORM 0460-CONVIERTE-FECHA THRU 0460-FIN.
009050     MOVE 4                 TO WK-EVN-FUENTE-ORD.
009060     MOVE 'SAM-AUDT'        TO WK-EVN-FUENTE.
009070
009080     EVALUATE TRUE
009090         WHEN AUDT-ES-ALTA
009100              MOVE 'SAM-TAB ALTA'
009110                TO WK-EVN-TEXTO (1)
009120         WHEN AUDT-ES-REACTIVACION
009130              MOVE 'SAM-TAB REACTIVACION'
009140                TO WK-EVN-TEXTO (1)
009142         WHEN AUDT-ES-INACTIVACION
009144              MOVE 'SAM-TAB INACTIVACION'
009146                TO WK-EVN-TEXTO (1)
009150         WHEN OTHER
009160              MOVE 'SAM-TAB CAMBIO'
009170                TO WK-EVN-TEXTO (1)
009180     END-EVALUATE.
009190     IF AUDT-ES-ALTA
009200         MOVE 'ANTES    (SIN RENGLON PREVIO EN SAM-TAB)'
009210           TO WK-EVN-TEXTO (2)
009220     ELSE
009230         STRING 'ANTES    '        DELIMITED BY SIZE
009240                AUDT-NAME-ANT      DELIMITED BY SIZE
009250                ' '                DELIMITED BY SIZE
009260                AUDT-ADDRESS-ANT   DELIMITED BY SIZE
009270                ' '                DELIMITED BY SIZE
009280                AUDT-CONTACT-ANT   DELIMITED BY SIZE
009290           INTO WK-EVN-TEXTO (2)
009300     END-IF.
009310     STRING 'DESPUES  '        DELIMITED BY SIZE
009320            AUDT-NAME-NVO      DELIMITED BY SIZE
009330            ' '                DELIMITED BY SIZE
009340            AUDT-ADDRESS-NVO   DELIMITED BY SIZE
009350            ' '                DELIMITED BY SIZE
009360            AUDT-CONTACT-NVO   DELIMITED BY SIZE
009370       INTO WK-EVN-TEXTO (3).
009380     PERFORM 0450-AGREGA-ENTRADA THRU 0450-FIN.
009390     ADD 1 TO WK-CONT-ENT-AUDT.
009400 0340-LEE.
009410     PERFORM 0126-LEE-SAM-AUDT THRU 0126-FIN.
009420 0340-FIN.
009430     EXIT.
009440
009450******************************************************************
009460* 0360-PROCESA-PEND                                              *
009470* LA COLA DE PENDIENTES NO TRAE FECHA DE ESTACIONAMIENTO; LA     *
009480* ENTRADA SE FECHA CON SU FECHA EFECTIVA (AAAAMMDD), QUE ES      *
009490* CUANDO LA TRANSACCION SE VA A APLICAR.                         *
009500******************************************************************
009510 0360-PROCESA-PEND.
009520     MOVE PEND-KEY-NUMBER TO WK-LLAVE-BUSCA.
009530     PERFORM 0210-BUSCA-LLAVE THRU 0210-FIN.
009540     IF WK-DK-HIT = ZERO
009550         GO TO 0360-LEE
009560     END-IF.
009570
009580     MOVE SPACES            TO WK-EV-NUEVO.
009590     MOVE PEND-FECHA-EFEC(5:2) TO WK-FECHA-ED(1:2).
009600     MOVE '-'                  TO WK-FECHA-ED(3:1).
009610     MOVE PEND-FECHA-EFEC(7:2) TO WK-FECHA-ED(4:2).
009620     MOVE '-'                  TO WK-FECHA-ED(6:1).
009630     MOVE PEND-FECHA-EFEC(1:4) TO WK-FECHA-ED(7:4).
009640     PERFORM 0460-CONVIERTE-FECHA THRU 0460-FIN.
009650     MOVE 1                 TO WK-EVN-FUENTE-ORD.
009660     MOVE 'SAM-PEND'        TO WK-EVN-FUENTE.
009670
009680     MOVE 'TRANSACCION PENDIENTE DE SU FECHA EFECTIVA'
009690       TO WK-EVN-TEXTO (1).
009700     MOVE PEND-ENT-RECORD   TO WK-IMAGEN.
009710     PERFORM 0475-FORMATEA-TRAN THRU 0475-FIN.
009720     MOVE WK-IMAGEN-LIN-1   TO WK-EVN-TEXTO (2).
009730     MOVE WK-IMAGEN-LIN-2   TO WK-EVN-TEXTO (3).
009740     PERFORM 0450-AGREGA-ENTRADA THRU 0450-FIN.
009750     ADD 1 TO WK-CONT-ENT-PEND.
009760 0360-LEE.
009770     PERFORM 0128-LEE-SAM-PEND THRU 0128-FIN.
009780 0360-FIN.
009790     EXIT.
009800
009810******************************************************************
009820* 0380-PROCESA-ERRQ                                              *
009830* LA ENTRADA SE FECHA CON SU ALTA EN LA COLA (O CON LA FECHA DE  *
009840* CORRIDA SI NO LA TRAE, MISMO CRITERIO QUE SAMRECIC). LA COLA   *
009850* SE ARRASTRA DE NOCHE EN NOCHE, ASI QUE CON VARIAS GENERACIONES *
009860* CONCATENADAS LA MISMA ESTANCIA APARECE VARIAS VECES: SE        *
009870* RECONOCE POR LLAVE, FECHA DE ALTA Y MOTIVO, Y SOLO SE LE       *
009880* ACTUALIZA EL ESTADO CON EL DE LA GENERACION MAS RECIENTE.      *
009890******************************************************************
009900 0380-PROCESA-ERRQ.
009910     MOVE ERRQ-KEY-NUMBER TO WK-LLAVE-BUSCA.
009920     PERFORM 0210-BUSCA-LLAVE THRU 0210-FIN.
009930     IF WK-DK-HIT = ZERO
009940         GO TO 0380-LEE
009950     END-IF.
009960
009970     MOVE SPACES            TO WK-EV-NUEVO.
009980     IF ERRQ-FECHA-ALTA(1:2) IS NUMERIC
009990         MOVE ERRQ-FECHA-ALTA TO WK-FECHA-ED
010000     ELSE
010010         MOVE ERRQ-RUN-DATE   TO WK-FECHA-ED
010020     END-IF.
010030     PERFORM 0460-CONVIERTE-FECHA THRU 0460-FIN.
010040     MOVE 5                 TO WK-EVN-FUENTE-ORD.
010050     MOVE 'SAM-ERRQ'        TO WK-EVN-FUENTE.
010060     STRING 'EN COLA DE ERRORES - MOTIVO: ' DELIMITED BY SIZE
010070            ERRQ-MOTIVO              DELIMITED BY SIZE
010080            '  ESTADO EN LA COLA: '  DELIMITED BY SIZE
010090            ERRQ-ESTADO              DELIMITED BY SIZE
010100       INTO WK-EVN-TEXTO (1).
010110
010120     MOVE ZERO TO WK-EV-K.
010130     IF WK-DK-ENTRADAS (WK-DK-HIT) > ZERO
010140         PERFORM 0385-BUSCA-ESTANCIA THRU 0385-FIN
010150             VARYING WK-EV-J FROM 1 BY 1
010160             UNTIL WK-EV-J > WK-EV-CNT OR WK-EV-K NOT = ZERO
010170     END-IF.
010180     IF WK-EV-K NOT = ZERO
010190         MOVE WK-EVN-TEXTO (1) TO WK-EV-TEXTO (WK-EV-K, 1)
010200         GO TO 0380-LEE
010210     END-IF.
010220
010230     MOVE ERRQ-REGISTRO     TO WK-IMAGEN.
010240     MOVE 'REGISTRO'        TO WK-IM-ETIQUETA.
010250     PERFORM 0470-FORMATEA-IMAGEN THRU 0470-FIN.
010260     MOVE WK-IMAGEN-LIN-1   TO WK-EVN-TEXTO (2).
010270     MOVE WK-IMAGEN-LIN-2   TO WK-EVN-TEXTO (3).
010280     PERFORM 0450-AGREGA-ENTRADA THRU 0450-FIN.
010290     ADD 1 TO WK-CONT-ENT-ERRQ.
010300 0380-LEE.
010310     PERFORM 0130-LEE-SAM-ERRQ THRU 0130-FIN.
010320 0380-FIN.
010330     EXIT.
010340
010350 0385-BUSCA-ESTANCIA.
010360     IF WK-EV-LLAVE (WK-EV-J)      = ERRQ-KEY-NUMBER
010370        AND WK-EV-FUENTE-ORD (WK-EV-J) = 5
010380        AND WK-EV-FECHA (WK-EV-J)  = WK-FECHA-NUM
010390        AND WK-EV-TEXTO (WK-EV-J, 1)(30:20) = ERRQ-MOTIVO
010400         MOVE WK-EV-J TO WK-EV-K
010410     END-IF.
010420 0385-FIN.
010430     EXIT.
010440
010450******************************************************************
010460* 0450-AGREGA-ENTRADA                                            *
010470* AGREGA WK-EV-NUEVO AL FINAL DE LA TABLA CON LA LLAVE DEL       *
010480* CLIENTE Y SU SECUENCIA DE CARGA. SI LA TABLA SE LLENA EL       *
010490* EXPEDIENTE SALDRIA INCOMPLETO: EL JOB SE DETIENE (SE CORRE CON *
010500* MENOS LLAVES O CON MENOS GENERACIONES DEL HISTORICO).          *
010510******************************************************************
010520 0450-AGREGA-ENTRADA.
010530     IF WK-EV-CNT >= WK-EV-MAX
010540         DISPLAY "SAMDOSIE TABLA DE ENTRADAS LLENA"
010550         MOVE 16 TO RETURN-CODE
010560         STOP RUN
010570     END-IF.
010580     ADD 1 TO WK-EV-SECUENCIA.
010590     MOVE WK-DK-LLAVE (WK-DK-HIT) TO WK-EVN-LLAVE.
010600     MOVE WK-FECHA-NUM            TO WK-EVN-FECHA.
010610     MOVE WK-FECHA-ED             TO WK-EVN-FECHA-ED.
010620     MOVE WK-EV-SECUENCIA         TO WK-EVN-SECUENCIA.
010630     ADD 1 TO WK-EV-CNT.
010640     MOVE WK-EV-NUEVO TO WK-EV-ENTRADA (WK-EV-CNT).
010650     ADD 1 TO WK-DK-ENTRADAS (WK-DK-HIT).
010660 0450-FIN.
010670     EXIT.
010680
010690******************************************************************
010700* 0460-CONVIERTE-FECHA                                           *
010710* MM-DD-AAAA (FORMATO DE WK-DATE-CURR EN TODA LA CADENA) A       *
010720* AAAAMMDD PARA ORDENAR. UNA FECHA ILEGIBLE QUEDA EN CEROS Y LA  *
010730* ENTRADA SALE AL PRINCIPIO DEL EXPEDIENTE.                      *
010740******************************************************************
010750 0460-CONVIERTE-FECHA.
010760     MOVE WK-FECHA-ED(7:4) TO WK-FECHA-NUM(1:4).
010770     MOVE WK-FECHA-ED(1:2) TO WK-FECHA-NUM(5:2).
010780     MOVE WK-FECHA-ED(4:2) TO WK-FECHA-NUM(7:2).
010790     IF WK-FECHA-NUM IS NOT NUMERIC
010800         MOVE ZERO TO WK-FECHA-NUM
010810     END-IF.
010820 0460-FIN.
010830     EXIT.
010840
010850******************************************************************
010860* 0470-FORMATEA-IMAGEN                                           *
010870* DOS LINEAS DE EXPEDIENTE CON LA IMAGEN DE SAM-FILE QUE ESTA EN *
010880* WK-IMAGEN, ENCABEZADA CON WK-IM-ETIQUETA.                      *
010890******************************************************************
010900 0470-FORMATEA-IMAGEN.
010910     MOVE SPACES TO WK-IMAGEN-LIN-1.
010920     MOVE SPACES TO WK-IMAGEN-LIN-2.
010930     STRING WK-IM-ETIQUETA   DELIMITED BY SIZE
010940            ' NOMBRE: '      DELIMITED BY SIZE
010950            WK-IM-NAME       DELIMITED BY SIZE
010960            ' DIRECCION: '   DELIMITED BY SIZE
010970            WK-IM-ADDRESS    DELIMITED BY SIZE
010980       INTO WK-IMAGEN-LIN-1.
010990     STRING '         CONTACTO: ' DELIMITED BY SIZE
011000            WK-IM-CONTACT    DELIMITED BY SIZE
011010            ' ESTADO: '      DELIMITED BY SIZE
011020            WK-IM-ESTADO     DELIMITED BY SIZE
011030            ' TELEFONO: '    DELIMITED BY SIZE
011040            WK-IM-TELEFONO   DELIMITED BY SIZE
011050            ' MANT: '        DELIMITED BY SIZE
011060            WK-IM-FECHA-MANT DELIMITED BY SIZE
011070       INTO WK-IMAGEN-LIN-2.
011080 0470-FIN.
011090     EXIT.
011100
011110******************************************************************
011120* 0475-FORMATEA-TRAN                                             *
011130* DOS LINEAS CON LA TRANSACCION DE SAM-TRAN QUE ESTA EN          *
011140* WK-IMAGEN (VISTA WK-IMAGEN-TRAN).                              *
011150******************************************************************
011160 0475-FORMATEA-TRAN.
011170     MOVE SPACES TO WK-IMAGEN-LIN-1.
011180     MOVE SPACES TO WK-IMAGEN-LIN-2.
011190     STRING 'TRAN '          DELIMITED BY SIZE
011200            WK-IT-CODIGO     DELIMITED BY SIZE
011210            ' EFEC '         DELIMITED BY SIZE
011220            WK-IT-FECHA-EFEC DELIMITED BY SIZE
011230            ' NOMBRE: '      DELIMITED BY SIZE
011240            WK-IT-NAME       DELIMITED BY SIZE
011250            ' DIRECCION: '   DELIMITED BY SIZE
011260            WK-IT-ADDRESS    DELIMITED BY SIZE
011270       INTO WK-IMAGEN-LIN-1.
011280     STRING '         CONTACTO: ' DELIMITED BY SIZE
011290            WK-IT-CONTACT    DELIMITED BY SIZE
011300            ' ESTADO: '      DELIMITED BY SIZE
011310            WK-IT-ESTADO     DELIMITED BY SIZE
011320            ' TELEFONO: '    DELIMITED BY SIZE
011330            WK-IT-TELEFONO   DELIMITED BY SIZE
011340       INTO WK-IMAGEN-LIN-2.
011350 0475-FIN.
011360     EXIT.
011370
011380******************************************************************
011390* 0550-COMPLETA-DESPUES                                          *
011400* EL ULTIMO ALTA O CAMBIO DEL JOURNAL DE CADA LLAVE NO TUVO UN   *
011410* MOVIMIENTO POSTERIOR QUE TRAJERA SU IMAGEN DESPUES: SE TOMA    *
011420* DEL REGISTRO ACTUAL DE SAM-FILE.                               *
011430******************************************************************
011440 0550-COMPLETA-DESPUES.
011450     IF WK-DK-JRN-PEND (WK-DK-I) = ZERO
011460         GO TO 0550-FIN
011470     END-IF.
011480     MOVE WK-DK-JRN-PEND (WK-DK-I) TO WK-EV-K.
011490     MOVE WK-DK-LLAVE (WK-DK-I)    TO WK-LLAVE-BUSCA.
011500     PERFORM 0560-LEE-MAESTRO THRU 0560-FIN.
011510     IF WK-EN-MAESTRO
011520         MOVE SAM-FILE-RECORD TO WK-IMAGEN
011530         MOVE 'DESPUES'       TO WK-IM-ETIQUETA
011540         PERFORM 0470-FORMATEA-IMAGEN THRU 0470-FIN
011550         MOVE WK-IMAGEN-LIN-1 TO WK-EV-TEXTO (WK-EV-K, 4)
011560         MOVE WK-IMAGEN-LIN-2 TO WK-EV-TEXTO (WK-EV-K, 5)
011570     ELSE
011580         MOVE 'DESPUES  (LA LLAVE YA NO ESTA EN SAM-FILE)'
011590           TO WK-EV-TEXTO (WK-EV-K, 4)
011600     END-IF.
011610 0550-FIN.
011620     EXIT.
011630
011640******************************************************************
011650* 0560-LEE-MAESTRO                                               *
011660******************************************************************
011670 0560-LEE-MAESTRO.
011680     MOVE 'Y'            TO WK-EN-MAESTRO-SW.
011690     MOVE WK-LLAVE-BUSCA TO SAM-FILE-KEY-NUMBER.
011700     READ SAM-FILE
011710         INVALID KEY
011720             MOVE 'N' TO WK-EN-MAESTRO-SW
011730     END-READ.
011740 0560-FIN.
011750     EXIT.
011760
011770******************************************************************
011780* 0600-ORDENA-ENTRADAS / 0610-INSERTA-ENTRADA                    *
011790* ORDENAMIENTO POR INSERCION DE LA TABLA DE ENTRADAS SOBRE LA    *
011800* LLAVE DE ORDEN (LLAVE, FECHA, ARCHIVO, SECUENCIA). LA TABLA    *
011810* SE CARGA CASI EN ORDEN DE FECHA POR ARCHIVO, ASI QUE CADA      *
011820* ENTRADA SE CORRE POCAS POSICIONES.                             *
011830******************************************************************
011840 0600-ORDENA-ENTRADAS.
011850     IF WK-EV-CNT < 2
011860         GO TO 0600-FIN
011870     END-IF.
011880     PERFORM 0610-INSERTA-ENTRADA THRU 0610-FIN
011890         VARYING WK-EV-I FROM 2 BY 1
011900         UNTIL WK-EV-I > WK-EV-CNT.
011910 0600-FIN.
011920     EXIT.
011930
011940 0610-INSERTA-ENTRADA.
011950     MOVE WK-EV-ENTRADA (WK-EV-I) TO WK-EV-NUEVO.
011960     COMPUTE WK-EV-J = WK-EV-I - 1.
011970     MOVE 'N' TO WK-EV-LISTO-SW.
011980     PERFORM 0615-CORRE-MAYOR THRU 0615-FIN
011990         UNTIL WK-EV-LISTO.
012000     MOVE WK-EV-NUEVO TO WK-EV-ENTRADA (WK-EV-J + 1).
012010 0610-FIN.
012020     EXIT.
012030
012040 0615-CORRE-MAYOR.
012050     IF WK-EV-J = ZERO
012060         MOVE 'Y' TO WK-EV-LISTO-SW
012070         GO TO 0615-FIN
012080     END-IF.
012090     IF WK-EV-ORDEN (WK-EV-J) NOT > WK-EVN-ORDEN
012100         MOVE 'Y' TO WK-EV-LISTO-SW
012110         GO TO 0615-FIN
012120     END-IF.
012130     MOVE WK-EV-ENTRADA (WK-EV-J) TO WK-EV-ENTRADA (WK-EV-J + 1).
012140     SUBTRACT 1 FROM WK-EV-J.
012150 0615-FIN.
012160     EXIT.
012170
012180******************************************************************
012190* 0700-IMPRIME-EXPEDIENTE                                        *
012200* CADA EXPEDIENTE EMPIEZA EN HOJA NUEVA. LAS ENTRADAS DE LA      *
012210* LLAVE ESTAN JUNTAS EN LA TABLA ORDENADA Y EN EL MISMO ORDEN    *
012220* QUE LA LISTA, ASI QUE WK-EV-I SOLO AVANZA.                     *
012230******************************************************************
012240 0700-IMPRIME-EXPEDIENTE.
012250     PERFORM 0150-ENCABEZADO-RPT THRU 0150-FIN.
012260     MOVE WK-DK-ENTRADAS (WK-DK-I) TO WK-ENTRADAS-ED.
012270     MOVE SPACES TO WK-LINEA-DOSR.
012280     STRING 'EXPEDIENTE DEL CLIENTE: ' DELIMITED BY SIZE
012290            WK-DK-LLAVE (WK-DK-I)      DELIMITED BY SIZE
012300            '   ENTRADAS: '            DELIMITED BY SIZE
012310            WK-ENTRADAS-ED             DELIMITED BY SIZE
012320       INTO WK-LINEA-DOSR.
012330     PERFORM 0790-ESCRIBE-LINEA THRU 0790-FIN.
012340     MOVE SPACES TO WK-LINEA-DOSR.
012350     PERFORM 0790-ESCRIBE-LINEA THRU 0790-FIN.
012360
012370     IF WK-DK-ENTRADAS (WK-DK-I) = ZERO
012380         ADD 1 TO WK-CONT-SIN-MOVTOS
012390         MOVE '  SIN MOVIMIENTOS EN LOS ARCHIVOS LEIDOS'
012400           TO WK-LINEA-DOSR
012410         PERFORM 0790-ESCRIBE-LINEA THRU 0790-FIN
012420     ELSE
012430         MOVE 'N' TO WK-FIN-CLIENTE-SW
012440         PERFORM 0710-IMPRIME-ENTRADA THRU 0710-FIN
012450             UNTIL WK-FIN-CLIENTE
012460     END-IF.
012470
012480     PERFORM 0750-ESTADO-ACTUAL THRU 0750-FIN.
012490 0700-FIN.
012500     EXIT.
012510
012520******************************************************************
012530* 0710-IMPRIME-ENTRADA                                           *
012540* FECHA, ARCHIVO Y DESCRIPCION EN LA PRIMERA LINEA; EL RESTO DE  *
012550* LAS LINEAS DE LA ENTRADA (IMAGENES) SANGRADAS DEBAJO.          *
012560******************************************************************
012570 0710-IMPRIME-ENTRADA.
012580     IF WK-EV-I > WK-EV-CNT
012590         MOVE 'Y' TO WK-FIN-CLIENTE-SW
012600         GO TO 0710-FIN
012610     END-IF.
012620     IF WK-EV-LLAVE (WK-EV-I) NOT = WK-DK-LLAVE (WK-DK-I)
012630         MOVE 'Y' TO WK-FIN-CLIENTE-SW
012640         GO TO 0710-FIN
012650     END-IF.
012660
012670     MOVE SPACES TO WK-LINEA-DOSR.
012680     STRING '  '                       DELIMITED BY SIZE
012690            WK-EV-FECHA-ED (WK-EV-I)   DELIMITED BY SIZE
012700            '  '                       DELIMITED BY SIZE
012710            WK-EV-FUENTE (WK-EV-I)     DELIMITED BY SIZE
012720            '  '                       DELIMITED BY SIZE
012730            WK-EV-TEXTO (WK-EV-I, 1)   DELIMITED BY SIZE
012740       INTO WK-LINEA-DOSR.
012750     PERFORM 0790-ESCRIBE-LINEA THRU 0790-FIN.
012760     PERFORM 0715-IMPRIME-TEXTO THRU 0715-FIN
012770         VARYING WK-EV-J FROM 2 BY 1
012780         UNTIL WK-EV-J > 5.
012790     ADD 1 TO WK-EV-I.
012800 0710-FIN.
012810     EXIT.
012820
012830 0715-IMPRIME-TEXTO.
012840     IF WK-EV-TEXTO (WK-EV-I, WK-EV-J) = SPACES
012850         GO TO 0715-FIN
012860     END-IF.
012870     MOVE SPACES TO WK-LINEA-DOSR.
012880     MOVE WK-EV-TEXTO (WK-EV-I, WK-EV-J) TO WK-LINEA-DOSR(25:106).
012890     PERFORM 0790-ESCRIBE-LINEA THRU 0790-FIN.
012900 0715-FIN.
012910     EXIT.
012920
012930******************************************************************
012940* 0750-ESTADO-ACTUAL                                             *
012950* RESUMEN DE CIERRE DEL EXPEDIENTE: EL REGISTRO ACTUAL EN        *
012960* SAM-FILE Y EL RENGLON ACTUAL EN SAM-TAB, CON LA MISMA CONSULTA *
012970* POR LLAVE QUE 0141-SELECT-DIRECTO DE COBOLSQL.                 *
012980******************************************************************
012990 0750-ESTADO-ACTUAL.
013000     MOVE SPACES TO WK-LINEA-DOSR.
013010     PERFORM 0790-ESCRIBE-LINEA THRU 0790-FIN.
013020     MOVE '  ESTADO ACTUAL DEL CLIENTE' TO WK-LINEA-DOSR.
013030     PERFORM 0790-ESCRIBE-LINEA THRU 0790-FIN.
013040
013050     MOVE WK-DK-LLAVE (WK-DK-I) TO WK-LLAVE-BUSCA.
013060     PERFORM 0560-LEE-MAESTRO THRU 0560-FIN.
013070     MOVE SPACES TO WK-LINEA-DOSR.
013080     IF WK-EN-MAESTRO
013090         MOVE SAM-FILE-RECORD TO WK-IMAGEN
013100         MOVE 'SAM-FILE'      TO WK-IM-ETIQUETA
013110         PERFORM 0470-FORMATEA-IMAGEN THRU 0470-FIN
013120         MOVE WK-IMAGEN-LIN-1 TO WK-LINEA-DOSR(5:106)
013130         PERFORM 0790-ESCRIBE-LINEA THRU 0790-FIN
013140         MOVE SPACES          TO WK-LINEA-DOSR
013150         MOVE WK-IMAGEN-LIN-2 TO WK-LINEA-DOSR(5:106)
013160     ELSE
013170         MOVE 'SAM-FILE LA LLAVE NO EXISTE EN EL MAESTRO'
013180           TO WK-LINEA-DOSR(5:106)
013190     END-IF.
013200     PERFORM 0790-ESCRIBE-LINEA THRU 0790-FIN.
013210
013220     MOVE WK-DK-LLAVE (WK-DK-I) TO SAM-ID.
013230     EXEC SQL
013240         SELECT SAM_ID,
013250                SAM_NAME,
013260                SAM_ADDRESS,
013270                SAM_CONTACT,
013280                SAM_PHONE,
013290                SAM_ESTATUS,
013300                SAM_ESTATUS_FECHA
013310           INTO :SAM-ID,
013320                :SAM-NAME,
013330                :SAM-ADDRESS,
013340                :SAM-CONTACT,
013350                :SAM-PHONE,
013360                :SAM-ESTATUS,
013370                :SAM-ESTATUS-FECHA
013380           FROM SAM-TAB
013390          WHERE SAM_ID = :SAM-ID
013400     END-EXEC.
013410
013420     MOVE SPACES TO WK-LINEA-DOSR.
013430     EVALUATE TRUE
013440         WHEN SQLCODE = ZERO
013450              STRING 'SAM-TAB  NOMBRE: '   DELIMITED BY SIZE
013460                     SAM-NAME              DELIMITED BY SIZE
013470                     ' DIRECCION: '        DELIMITED BY SIZE
013480                     SAM-ADDRESS           DELIMITED BY SIZE
013490                INTO WK-LINEA-DOSR(5:106)
013500              PERFORM 0790-ESCRIBE-LINEA THRU 0790-FIN
013510              MOVE SPACES TO WK-LINEA-DOSR
013520              STRING '         CONTACTO: ' DELIMITED BY SIZE
013530                     SAM-CONTACT           DELIMITED BY SIZE
013540                     ' TELEFONO: '         DELIMITED BY SIZE
013550                     SAM-PHONE             DELIMITED BY SIZE
013560                     ' ESTATUS: '          DELIMITED BY SIZE
013570                     SAM-ESTATUS           DELIMITED BY SIZE
013580                     ' DESDE '             DELIMITED BY SIZE
013590                     SAM-ESTATUS-FECHA     DELIMITED BY SIZE
013600                INTO WK-LINEA-DOSR(5:106)
013610         WHEN SQLCODE = 100
013620              MOVE 'SAM-TAB  LA LLAVE NO EXISTE EN LA TABLA'
013630                TO WK-LINEA-DOSR(5:106)
013640         WHEN OTHER
013650              MOVE 'SELECT'          TO WK-OPERACION-SQL
013660              PERFORM 0850-ERROR-SQL THRU 0850-FIN
013670     END-EVALUATE.
013680     PERFORM 0790-ESCRIBE-LINEA THRU 0790-FIN.
013690 0750-FIN.
013700     EXIT.
013710
013720******************************************************************
013730* 0790-ESCRIBE-LINEA                                             *
013740* GRABA WK-LINEA-DOSR. SI LA HOJA SE LLENA, EL EXPEDIENTE SIGUE  *
013750* EN LA SIGUIENTE CON SU LLAVE REPETIDA BAJO EL ENCABEZADO.      *
013760******************************************************************
013770 0790-ESCRIBE-LINEA.
013780     IF WK-LINEA-ACTUAL >= WK-MAX-LINEAS
013790         PERFORM 0150-ENCABEZADO-RPT THRU 0150-FIN
013800         MOVE SPACES TO SAM-DOSR-RECORD
013810         STRING 'EXPEDIENTE DEL CLIENTE: ' DELIMITED BY SIZE
013820                WK-DK-LLAVE (WK-DK-I)      DELIMITED BY SIZE
013830                ' (CONTINUACION)'          DELIMITED BY SIZE
013840           INTO SAM-DOSR-RECORD
013850         WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE
013860         ADD 1 TO WK-LINEA-ACTUAL
013870     END-IF.
013880     MOVE WK-LINEA-DOSR TO SAM-DOSR-RECORD.
013890     WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE.
013900     ADD 1 TO WK-LINEA-ACTUAL.
013910 0790-FIN.
013920     EXIT.
013930
013940******************************************************************
013950* 0150-ENCABEZADO-RPT                                            *
013960******************************************************************
013970 0150-ENCABEZADO-RPT.
013980     ADD 1 TO WK-PAGINA.
013990     MOVE WK-PAGINA TO WK-PAGINA-ED.
014000
014010     MOVE SPACES TO SAM-DOSR-RECORD.
014020     IF WK-PAGINA = 1
014030         WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE
014040     ELSE
014050         WRITE SAM-DOSR-RECORD AFTER ADVANCING PAGE
014060     END-IF.
014070
014080     MOVE SPACES TO SAM-DOSR-RECORD.
014090     STRING 'SAMDOSIE'   DELIMITED BY SIZE
014100            ' - EXPEDIENTE CRONOLOGICO DE CLIENTES'
014110                         DELIMITED BY SIZE
014120            ' - FECHA: ' DELIMITED BY SIZE
014130            WK-DATE-CURR DELIMITED BY SIZE
014140       INTO SAM-DOSR-RECORD.
014150     WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE.
014160
014170     MOVE SPACES TO SAM-DOSR-RECORD.
014180     STRING 'PAGINA: '   DELIMITED BY SIZE
014190            WK-PAGINA-ED DELIMITED BY SIZE
014200       INTO SAM-DOSR-RECORD.
014210     WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE.
014220
014230     MOVE SPACES TO SAM-DOSR-RECORD.
014240     WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE.
014250
014260     MOVE 4 TO WK-LINEA-ACTUAL.
014270 0150-FIN.
014280     EXIT.
014290
014300******************************************************************
014310* 0850-ERROR-SQL                                                 *
014320******************************************************************
014330 0850-ERROR-SQL.
014340     MOVE SQLCODE TO WK-SQLCODE-ED.
014350     DISPLAY "SAMDOSIE ERROR SQL EN " WK-OPERACION-SQL.
014360     DISPLAY "SAM-ID " SAM-ID " SQLCODE " WK-SQLCODE-ED.
014370     MOVE 12 TO RETURN-CODE.
014380     STOP RUN.
014390 0850-FIN.
014400     EXIT.
014410
014420******************************************************************
014430* 0950-TOTALES-CONTROL                                           *
014440******************************************************************
014450 0950-TOTALES-CONTROL.
014460     MOVE WK-CONT-LISTA       TO WK-CONT-LISTA-ED.
014470     MOVE WK-CONT-LLAVE-INVAL TO WK-CONT-LLAVINV-ED.
014480     MOVE WK-CONT-LLAVE-DUPL  TO WK-CONT-LLAVDUP-ED.
014490     MOVE WK-CONT-SIN-MOVTOS  TO WK-CONT-SINMOV-ED.
014500     MOVE WK-CONT-ENT-HIST    TO WK-CONT-ENTHIS-ED.
014510     MOVE WK-CONT-ENT-JRNL    TO WK-CONT-ENTJRN-ED.
014520     MOVE WK-CONT-ENT-AUDT    TO WK-CONT-ENTAUD-ED.
014530     MOVE WK-CONT-ENT-PEND    TO WK-CONT-ENTPEN-ED.
014540     MOVE WK-CONT-ENT-ERRQ    TO WK-CONT-ENTERR-ED.
014550     MOVE WK-EV-CNT           TO WK-CONT-ENTRADAS-ED.
014560
014570     PERFORM 0150-ENCABEZADO-RPT THRU 0150-FIN.
014580
014590     MOVE SPACES TO SAM-DOSR-RECORD.
014600     STRING 'TOTAL LLAVES EN LA LISTA    : ' DELIMITED BY SIZE
014610            WK-CONT-LISTA-ED                 DELIMITED BY SIZE
014620       INTO SAM-DOSR-RECORD.
014630     WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE.
014640
014650     MOVE SPACES TO SAM-DOSR-RECORD.
014660     STRING 'TOTAL LLAVES INVALIDAS      : ' DELIMITED BY SIZE
014670            WK-CONT-LLAVINV-ED               DELIMITED BY SIZE
014680       INTO SAM-DOSR-RECORD.
014690     WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE.
014700
014710     MOVE SPACES TO SAM-DOSR-RECORD.
014720     STRING 'TOTAL LLAVES REPETIDAS      : ' DELIMITED BY SIZE
014730            WK-CONT-LLAVDUP-ED               DELIMITED BY SIZE
014740       INTO SAM-DOSR-RECORD.
014750     WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE.
014760
014770     MOVE SPACES TO SAM-DOSR-RECORD.
014780     STRING 'TOTAL CLIENTES SIN MOVTOS   : ' DELIMITED BY SIZE
014790            WK-CONT-SINMOV-ED                DELIMITED BY SIZE
014800       INTO SAM-DOSR-RECORD.
014810     WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE.
014820
014830     MOVE SPACES TO SAM-DOSR-RECORD.
014840     STRING 'TOTAL ENTRADAS SAM-HIST     : ' DELIMITED BY SIZE
014850            WK-CONT-ENTHIS-ED                DELIMITED BY SIZE
014860       INTO SAM-DOSR-RECORD.
014870     WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE.
014880
014890     MOVE SPACES TO SAM-DOSR-RECORD.
014900     STRING 'TOTAL ENTRADAS SAM-JRNL     : ' DELIMITED BY SIZE
014910            WK-CONT-ENTJRN-ED                DELIMITED BY SIZE
014920       INTO SAM-DOSR-RECORD.
014930     WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE.
014940
014950     MOVE SPACES TO SAM-DOSR-RECORD.
014960     STRING 'TOTAL ENTRADAS SAM-AUDT     : ' DELIMITED BY SIZE
014970            WK-CONT-ENTAUD-ED                DELIMITED BY SIZE
014980       INTO SAM-DOSR-RECORD.
014990     WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE.
015000
015010     MOVE SPACES TO SAM-DOSR-RECORD.
015020     STRING 'TOTAL ENTRADAS SAM-PEND     : ' DELIMITED BY SIZE
015030            WK-CONT-ENTPEN-ED                DELIMITED BY SIZE
015040       INTO SAM-DOSR-RECORD.
015050     WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE.
015060
015070     MOVE SPACES TO SAM-DOSR-RECORD.
015080     STRING 'TOTAL ENTRADAS SAM-ERRQ     : ' DELIMITED BY SIZE
015090            WK-CONT-ENTERR-ED                DELIMITED BY SIZE
015100       INTO SAM-DOSR-RECORD.
015110     WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE.
015120
015130     MOVE SPACES TO SAM-DOSR-RECORD.
015140     STRING 'TOTAL ENTRADAS EXPEDIENTES  : ' DELIMITED BY SIZE
015150            WK-CONT-ENTRADAS-ED              DELIMITED BY SIZE
015160       INTO SAM-DOSR-RECORD.
015170     WRITE SAM-DOSR-RECORD AFTER ADVANCING 1 LINE.
015180 0950-FIN.
015190     EXIT.
015200
015210******************************************************************
015220* 0900-TERMINA                                                   *
015230******************************************************************
015240 0900-TERMINA.
015250     PERFORM 0950-TOTALES-CONTROL THRU 0950-FIN.
015260     CLOSE SAM-DOSK-FILE.
015270     IF NOT WK-HIST-AUSENTE
015280         CLOSE SAM-HIST-FILE
015290     END-IF.
015300     IF NOT WK-JRNL-AUSENTE
015310         CLOSE SAM-JRNL-FILE
015320     END-IF.
015330     IF NOT WK-AUDT-AUSENTE
015340         CLOSE SAM-AUDT-FILE
015350     END-IF.
015360     IF NOT WK-PEND-AUSENTE
015370         CLOSE SAM-PEND-FILE
015380     END-IF.
015390     IF NOT WK-ERRQ-AUSENTE
015400         CLOSE SAM-ERRQ-FILE
015410     END-IF.
015420     CLOSE SAM-FILE.
015430     CLOSE SAM-DOSR-FILE.
015440     IF WK-CONT-LLAVE-INVAL > ZERO
015450         MOVE 4 TO RETURN-CODE
015460     END-IF.
015470     DISPLAY "SAMDOSIE FIN PROCESO".
015480 0900-FIN.
015490     EXIT.
