000010******************************************************************
000020* SAMRETEN                                                       *
000030*                                                                *
000040* RETENCION Y BORRADO DE DATOS PERSONALES DE CLIENTES INACTIVOS. *
000050* TRES FUNCIONES POR PARM:                                       *
000060*                                                                *
000070* FUNCION 'M' - MUEVE AL ARCHIVO DE RETENCION SAM-RETA LOS       *
000080* CLIENTES DE SAM-FILE CON ESTADO 'I' CUYO ULTIMO MANTENIMIENTO  *
000090* TIENE MAS DE N MESES. EL REGISTRO SE BORRA DE SAM-FILE Y SU    *
000100* RENGLON DE SAM-TAB SE INACTIVA (CON PISTA 'N' EN SAM-AUDT).    *
000110* EL ARCHIVO DE RETENCION SE ACARREA DE CORRIDA EN CORRIDA COMO  *
000120* LA COLA DE PENDIENTES: ENTRA SAM-RETA Y SALE SAM-RETA-SAL CON  *
000130* LO ANTERIOR MAS LO MOVIDO HOY.                                 *
000140*                                                                *
000150* FUNCION 'E' - EN EL ARCHIVO DE RETENCION, BORRA (BLANCOS) LA   *
000160* DIRECCION, EL CONTACTO Y EL TELEFONO DE LOS CLIENTES CUYO      *
000170* ULTIMO MANTENIMIENTO TIENE MAS DE M ANOS. LA LLAVE, EL NOMBRE, *
000180* EL ESTADO Y LAS FECHAS SE CONSERVAN, Y EL REGISTRO QUEDA       *
000190* MARCADO CON SU FECHA DE BORRADO.                               *
000200*                                                                *
000210* FUNCION 'H' - APLICA EL MISMO BORRADO A UNA GENERACION DE      *
000220* SAM-HIST (O A UNA COMPACTACION MENSUAL DE SAMARCHI) PARA TODA  *
000230* LLAVE YA BORRADA EN EL ARCHIVO DE RETENCION: ENTRA SAM-HIST Y  *
000240* SALE SAM-HIST-SAL CON LOS MISMOS REGISTROS, LLAVES Y FECHAS,   *
000250* PARA QUE EL HISTORICO SIGA CUADRANDO. EL JCL CORRE UN PASO POR *
000260* CADA GENERACION QUE SE CONSERVA.                               *
000270*                                                                *
000280* LAS LLAVES EN RETENCION LEGAL DEL PARM QUEDAN EXENTAS DE LA    *
000290* MUDANZA Y DEL BORRADO. CADA FUNCION IMPRIME EN SAM-RETC EL     *
000300* CERTIFICADO PARA EL OFICIAL DE PRIVACIDAD: CADA LLAVE MOVIDA,  *
000310* BORRADA O EXENTA CON SU FECHA, Y LOS TOTALES DE LA CORRIDA.    *
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    SAMRETEN.
000350 AUTHOR.        R ALVARADO.
000360 INSTALLATION.  DEPTO DE SISTEMAS.
000370 DATE-WRITTEN.  09/29/2026.
000380 DATE-COMPILED. 09/29/2026.
000390*----------------------------------------------------------------
000400* MODIFICATION HISTORY
000410*----------------------------------------------------------------
000420* 09/29/2026  RAV  VERSION ORIGINAL - MUDANZA DE CLIENTES
000430*                  INACTIVOS AL ARCHIVO DE RETENCION, BORRADO DE
000440*                  DATOS PERSONALES EN EL ARCHIVO Y EN SAM-HIST,
000450*                  RETENCION LEGAL POR PARM Y CERTIFICADO.
000460*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500
000510     SELECT SAM-FILE
000520         ASSIGN TO "Sample-File"
000530         ORGANIZATION IS INDEXED
000540         RECORD KEY IS SAM-FILE-KEY-NUMBER
000550         ACCESS MODE IS DYNAMIC
000560         FILE STATUS IS WS-SAM-FILE-STATUS.
000570
000580     SELECT SAM-RETA-FILE
000590         ASSIGN TO "SAM-RETA"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-SAM-RETA-STATUS.
000620
000630     SELECT RETA-SAL-FILE
000640         ASSIGN TO "SAM-RETA-SAL"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-RETA-SAL-STATUS.
000670
000680     SELECT HIST-ENT-FILE
000690         ASSIGN TO "SAM-HIST"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-HIST-ENT-STATUS.
000720
000730     SELECT HIST-SAL-FILE
000740         ASSIGN TO "SAM-HIST-SAL"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-HIST-SAL-STATUS.
000770
000780     SELECT SAM-AUDT-FILE
000790         ASSIGN TO "SAM-AUDT"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-SAM-AUDT-STATUS.
000820
000830     SELECT SAM-RETC-FILE
000840         ASSIGN TO "SAM-RETC"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-SAM-RETC-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900
000910 FD  SAM-FILE
000920     DATA RECORD IS SAM-FILE-RECORD
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 117 CHARACTERS.
000950 01  SAM-FILE-RECORD.
000960     05 SAM-FILE-KEY-NUMBER   PIC X(06).
000970     05 SAM-FILE-NAME         PIC X(30).
000980     05 SAM-FILE-ADDRESS      PIC X(30).
000990     05 SAM-FILE-CONTACT      PIC X(30).
001000     05 SAM-FILE-ESTADO       PIC X(01).
001010     05 SAM-FILE-TELEFONO     PIC X(10).
001020     05 SAM-FILE-FECHA-MANT   PIC X(10).
001030
001040******************************************************************
001050* ARCHIVO DE RETENCION: IMAGEN DE SAM-FILE AL MOMENTO DE LA      *
001060* MUDANZA, FECHA DE LA MUDANZA Y FECHA DEL BORRADO DE DATOS      *
001070* PERSONALES (EN BLANCO MIENTRAS NO SE BORRAN).                  *
001080******************************************************************
001090 FD  SAM-RETA-FILE
001100     DATA RECORD IS SAM-RETA-RECORD
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 137 CHARACTERS.
001130 01  SAM-RETA-RECORD.
001140     05 RETA-IMAGEN.
001150        10 RETA-KEY-NUMBER      PIC X(06).
001160        10 RETA-NAME            PIC X(30).
001170        10 RETA-ADDRESS         PIC X(30).
001180        10 RETA-CONTACT         PIC X(30).
001190        10 RETA-ESTADO          PIC X(01).
001200        10 RETA-TELEFONO        PIC X(10).
001210        10 RETA-FECHA-MANT      PIC X(10).
001220     05 RETA-FECHA-ARCHIVO      PIC X(10).
001230     05 RETA-FECHA-BORRADO      PIC X(10).
001240
001250 FD  RETA-SAL-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 137 CHARACTERS.
001280 01  RETA-SAL-RECORD            PIC X(137).
001290
001300 FD  HIST-ENT-FILE
001310     DATA RECORD IS HIST-ENT-RECORD
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 127 CHARACTERS.
001340 01  HIST-ENT-RECORD.
001350     05 HENT-KEY-NUMBER       PIC X(06).
001360     05 HENT-NAME             PIC X(30).
001370     05 HENT-ADDRESS          PIC X(30).
001380     05 HENT-CONTACT          PIC X(30).
001390     05 HENT-ESTADO           PIC X(01).
001400     05 HENT-TELEFONO         PIC X(10).
001410     05 HENT-FECHA-MANT       PIC X(10).
001420     05 HENT-RUN-DATE         PIC X(10).
001430
001440 FD  HIST-SAL-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 127 CHARACTERS.
001470 01  HIST-SAL-RECORD            PIC X(127).
001480
001490 FD  SAM-AUDT-FILE
001500     DATA RECORD IS SAM-AUDT-RECORD
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 167 CHARACTERS.
001530 01  SAM-AUDT-RECORD.
001540     05 AUDT-SAM-ID             PIC X(06).
001550     05 AUDT-RUN-DATE           PIC X(10).
001560     05 AUDT-ACCION             PIC X(01).
001570     05 AUDT-NAME-ANT           PIC X(25).
001580     05 AUDT-ADDRESS-ANT        PIC X(25).
001590     05 AUDT-CONTACT-ANT        PIC X(25).
001600     05 AUDT-NAME-NVO           PIC X(25).
001610     05 AUDT-ADDRESS-NVO        PIC X(25).
001620     05 AUDT-CONTACT-NVO        PIC X(25).
001630
001640 FD  SAM-RETC-FILE
001650     LABEL RECORDS ARE STANDARD
001660     RECORD CONTAINS 132 CHARACTERS.
001670 01  SAM-RETC-RECORD            PIC X(132).
001680
001690 WORKING-STORAGE SECTION.
001700
001710 EXEC SQL
001720      INCLUDE SQLCA
001730 END-EXEC.
001740
001750 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
001760
001770 EXEC SQL
001780      INCLUDE DCLSAM
001790 END-EXEC.
001800
001810 EXEC SQL END DECLARE SECTION END-EXEC.
001820
001830 01  WK-AREA.
001840     05 WK-DATE-CURR.
001850        07 WK-DATE-MM         PIC XX   VALUE SPACES.
001860        07 FILLER             PIC X    VALUE '-'.
001870        07 WK-DATE-DD         PIC XX   VALUE SPACES.
001880        07 FILLER             PIC X    VALUE '-'.
001890        07 WK-DATE-YYYY       PIC X(04) VALUE SPACES.
001900     05 WK-FECHA-SISTEMA      PIC 9(08) VALUE ZERO.
001910     05 WK-FECHA-SIS-R REDEFINES WK-FECHA-SISTEMA.
001920        07 WK-FS-AAAA         PIC 9(04).
001930        07 WK-FS-MM           PIC 9(02).
001940        07 WK-FS-DD           PIC 9(02).
001950     05 WK-OPERACION-SQL      PIC X(12) VALUE SPACES.
001960     05 WK-SQLCODE-ED         PIC -(09)9.
001970     05 WK-FECHA-ED           PIC X(10) VALUE SPACES.
001980     05 WK-FECHA-NUM          PIC 9(08) VALUE ZERO.
001990     05 WK-LLAVE-BUSCA        PIC X(06) VALUE SPACES.
002000     05 WK-DESC-CERT          PIC X(40) VALUE SPACES.
002010
002020******************************************************************
002030* FECHAS DE CORTE (AAAAMMDD). UN CLIENTE CUYO ULTIMO             *
002040* MANTENIMIENTO ES ANTERIOR AL CORTE YA REBASO EL PLAZO. EL DIA  *
002050* SE TOPA EN 28 AL RESTAR MESES, LO QUE SOLO PUEDE RETRASAR LA   *
002060* MUDANZA UNOS DIAS, NUNCA ADELANTARLA.                          *
002070******************************************************************
002080 01  WK-CORTES.
002090     05 WK-MESES-RETENCION    PIC 9(03) VALUE 024.
002100     05 WK-ANOS-BORRADO       PIC 9(02) VALUE 07.
002110     05 WK-MESES-TOTAL        PIC 9(07) COMP VALUE ZERO.
002120     05 WK-MESES-RESTO        PIC 9(02) COMP VALUE ZERO.
002130     05 WK-CORTE-MUDANZA      PIC 9(08) VALUE ZERO.
002140     05 WK-CORTE-MUD-R REDEFINES WK-CORTE-MUDANZA.
002150        07 WK-CM-AAAA         PIC 9(04).
002160        07 WK-CM-MM           PIC 9(02).
002170        07 WK-CM-DD           PIC 9(02).
002180     05 WK-CORTE-BORRADO      PIC 9(08) VALUE ZERO.
002190     05 WK-CORTE-BOR-R REDEFINES WK-CORTE-BORRADO.
002200        07 WK-CB-AAAA         PIC 9(04).
002210        07 WK-CB-MM           PIC 9(02).
002220        07 WK-CB-DD           PIC 9(02).
002230
002240******************************************************************
002250* LLAVES EN RETENCION LEGAL (DEL PARM).                          *
002260******************************************************************
002270 01  WK-RL-TABLA.
002280     05 WK-RL-CNT             PIC 9(03) COMP VALUE ZERO.
002290     05 WK-RL-I               PIC 9(03) COMP VALUE ZERO.
002300     05 WK-RL-LLAVE           PIC X(06) OCCURS 14 TIMES.
002310
002320******************************************************************
002330* LLAVES YA BORRADAS EN EL ARCHIVO DE RETENCION (FUNCION 'H'),   *
002340* ORDENADAS POR LLAVE CON LA MISMA INSERCION DE SAMARCHI. COMO   *
002350* EL ARCHIVO SE VA AGREGANDO EN ORDEN DE LLAVE, CASI TODA LLAVE  *
002360* SE AGREGA AL FINAL SIN RECORRER LA TABLA. LA BUSQUEDA POR CADA *
002370* IMAGEN DEL HISTORICO ES BINARIA.                               *
002380******************************************************************
002390 01  WK-BO-TABLA.
002400     05 WK-BO-MAX             PIC 9(05) COMP VALUE 20000.
002410     05 WK-BO-CNT             PIC 9(05) COMP VALUE ZERO.
002420     05 WK-BO-I               PIC 9(05) COMP VALUE ZERO.
002430     05 WK-BO-J               PIC 9(05) COMP VALUE ZERO.
002440     05 WK-BO-POS             PIC 9(05) COMP VALUE ZERO.
002450     05 WK-BO-BAJO            PIC 9(05) COMP VALUE ZERO.
002460     05 WK-BO-ALTO            PIC 9(05) COMP VALUE ZERO.
002470     05 WK-BO-MEDIO           PIC 9(05) COMP VALUE ZERO.
002480     05 WK-BO-LLAVE           PIC X(06) OCCURS 20000 TIMES.
002490
002500 01  WK-CONTADORES.
002510     05 WK-CONT-LEIDOS        PIC 9(09) COMP VALUE ZERO.
002520     05 WK-CONT-ARCH-ANT      PIC 9(09) COMP VALUE ZERO.
002530     05 WK-CONT-ARCH-SAL      PIC 9(09) COMP VALUE ZERO.
002540     05 WK-CONT-MOVIDOS       PIC 9(09) COMP VALUE ZERO.
002550     05 WK-CONT-BORRADOS      PIC 9(09) COMP VALUE ZERO.
002560     05 WK-CONT-YA-BORRADOS   PIC 9(09) COMP VALUE ZERO.
002570     05 WK-CONT-EXENTOS       PIC 9(09) COMP VALUE ZERO.
002580     05 WK-CONT-SIN-FECHA     PIC 9(09) COMP VALUE ZERO.
002590     05 WK-CONT-INACTIVADOS   PIC 9(09) COMP VALUE ZERO.
002600     05 WK-CONT-YA-INACTIVOS  PIC 9(09) COMP VALUE ZERO.
002610     05 WK-CONT-SIN-RENGLON   PIC 9(09) COMP VALUE ZERO.
002620     05 WK-CONT-HIST-LEIDOS   PIC 9(09) COMP VALUE ZERO.
002630     05 WK-CONT-HIST-BORRADOS PIC 9(09) COMP VALUE ZERO.
002640     05 WK-CONT-ED            PIC ZZZ,ZZZ,ZZ9.
002650     05 WK-CONT-ETIQUETA      PIC X(30) VALUE SPACES.
002660
002670 01  WK-SWITCHES.
002680     05 WK-FUNCION            PIC X(01) VALUE SPACE.
002690        88 WK-FUNCION-MUDANZA          VALUE 'M'.
002700        88 WK-FUNCION-BORRADO          VALUE 'E'.
002710        88 WK-FUNCION-HISTORICO        VALUE 'H'.
002720     05 WK-RETA-AUSENTE-SW    PIC X(01) VALUE 'N'.
002730        88 WK-RETA-AUSENTE             VALUE 'Y'.
002740     05 WK-EN-RETENCION-SW    PIC X(01) VALUE 'N'.
002750        88 WK-EN-RETENCION-LEGAL       VALUE 'Y'.
002760     05 WK-BO-HIT-SW          PIC X(01) VALUE 'N'.
002770        88 WK-BO-HIT                   VALUE 'Y'.
002780     05 WK-BO-ALTO-SW         PIC X(01) VALUE 'N'.
002790        88 WK-BO-REBASADO              VALUE 'Y'.
002800
002810 01  WK-RPT-AREA.
002820     05 WK-LINEA-ACTUAL       PIC 9(03) COMP VALUE 99.
002830     05 WK-MAX-LINEAS         PIC 9(03) COMP VALUE 060.
002840     05 WK-PAGINA             PIC 9(05) COMP VALUE ZERO.
002850     05 WK-PAGINA-ED          PIC ZZZZ9.
002860     05 WK-MESES-ED           PIC ZZ9.
002870     05 WK-ANOS-ED            PIC Z9.
002880
002890 01  WS-AREA.
002900     05  WS-SAM-FILE-STATUS   PIC XX   VALUE SPACES.
002910         88 SAM-FILE-EOF               VALUE '10'.
002920     05  WS-SAM-RETA-STATUS   PIC XX   VALUE SPACES.
002930         88 SAM-RETA-EOF               VALUE '10'.
002940     05  WS-RETA-SAL-STATUS   PIC XX   VALUE SPACES.
002950     05  WS-HIST-ENT-STATUS   PIC XX   VALUE SPACES.
002960         88 HIST-ENT-EOF               VALUE '10'.
002970     05  WS-HIST-SAL-STATUS   PIC XX   VALUE SPACES.
002980     05  WS-SAM-AUDT-STATUS   PIC XX   VALUE SPACES.
002990     05  WS-SAM-RETC-STATUS   PIC XX   VALUE SPACES.
003000
003010 LINKAGE SECTION.
003020******************************************************************
003030* PARM DE JCL - FORMATO POSICIONAL                               *
003040*   COL    1   FUNCION: 'M' MUDANZA AL ARCHIVO DE RETENCION      *
003050*                       'E' BORRADO EN EL ARCHIVO DE RETENCION   *
003060*                       'H' BORRADO EN UNA GENERACION DE SAM-HIST*
003070*   COL  2-9   FECHA DE PROCESO AAAAMMDD (OPCIONAL; EN CEROS O   *
003080*              BLANCOS SE USA LA FECHA DEL SISTEMA)              *
003090*   COL 10-12  N - MESES DE INACTIVIDAD PARA LA MUDANZA          *
003100*              (OPCIONAL; DEFAULT 024)                           *
003110*   COL 13-14  M - ANOS DE INACTIVIDAD PARA EL BORRADO           *
003120*              (OPCIONAL; DEFAULT 07)                            *
003130*   COL 15-98  HASTA 14 LLAVES EN RETENCION LEGAL, 6 POSICIONES  *
003140*              CADA UNA, SEGUIDAS; LA PRIMERA EN BLANCO TERMINA  *
003150*              LA LISTA. UNA LLAVE NO NUMERICA DETIENE EL JOB:   *
003160*              UNA LISTA MAL CAPTURADA NO DEBE DEJAR SIN         *
003170*              PROTECCION A UN CLIENTE EN LITIGIO.               *
003180******************************************************************
003190 01  LS-PARM.
003200     05 LS-PARM-LEN           PIC S9(04) COMP.
003210     05 LS-PARM-TEXT.
003220        10 LS-PARM-FUNCION      PIC X(01).
003230        10 LS-PARM-FECHA        PIC 9(08).
003240        10 LS-PARM-MESES        PIC 9(03).
003250        10 LS-PARM-ANOS         PIC 9(02).
003260        10 LS-PARM-RETENCION    PIC X(06) OCCURS 14 TIMES.
003270        10 FILLER               PIC X(02).
003280
003290 PROCEDURE DIVISION USING LS-PARM.
003300
003310******************************************************************
003320* 0000-PROGRAMA                                                  *
003330******************************************************************
003340 0000-PROGRAMA.
003350     PERFORM 0100-INICIO  THRU 0100-FIN.
003360
003370     EVALUATE TRUE
003380         WHEN WK-FUNCION-MUDANZA
003390              PERFORM 0200-COPIA-ARCHIVO THRU 0200-FIN
003400                      UNTIL SAM-RETA-EOF
003410              PERFORM 0300-PROCESA-MAESTRO THRU 0300-FIN
003420                      UNTIL SAM-FILE-EOF
003430         WHEN WK-FUNCION-BORRADO
003440              PERFORM 0400-PROCESA-ARCHIVO THRU 0400-FIN
003450                      UNTIL SAM-RETA-EOF
003460         WHEN WK-FUNCION-HISTORICO
003470              PERFORM 0500-CARGA-BORRADOS THRU 0500-FIN
003480                      UNTIL SAM-RETA-EOF
003490              PERFORM 0550-PROCESA-HIST THRU 0550-FIN
003500                      UNTIL HIST-ENT-EOF
003510     END-EVALUATE.
003520
003530     PERFORM 0900-TERMINA THRU 0900-FIN.
003540
003550     STOP RUN.
003560
003570******************************************************************
003580* 0050-EDITA-PARM                                                *
003590* SIN FUNCION VALIDA NO HAY NADA QUE HACER: EL JOB SE DETIENE    *
003600* ANTES DE ABRIR ARCHIVOS.                                       *
003610******************************************************************
003620 0050-EDITA-PARM.
003630     IF LS-PARM-LEN < 1
003640         DISPLAY "SAMRETEN FALTA LA FUNCION EN EL PARM"
003650         MOVE 16 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680     MOVE LS-PARM-FUNCION TO WK-FUNCION.
003690     IF NOT WK-FUNCION-MUDANZA
003700        AND NOT WK-FUNCION-BORRADO
003710        AND NOT WK-FUNCION-HISTORICO
003720         DISPLAY "SAMRETEN FUNCION INVALIDA EN EL PARM: "
003730                 LS-PARM-FUNCION
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770
003780     IF LS-PARM-LEN < 9
003790         GO TO 0050-FIN
003800     END-IF.
003810     IF LS-PARM-FECHA IS NUMERIC AND LS-PARM-FECHA NOT = ZERO
003820         MOVE LS-PARM-FECHA TO WK-FECHA-SISTEMA
003830     END-IF.
003840     IF LS-PARM-LEN < 12
003850         GO TO 0050-FIN
003860     END-IF.
003870     IF LS-PARM-MESES IS NUMERIC AND LS-PARM-MESES NOT = ZERO
003880         MOVE LS-PARM-MESES TO WK-MESES-RETENCION
003890     END-IF.
003900     IF LS-PARM-LEN < 14
003910         GO TO 0050-FIN
003920     END-IF.
003930     IF LS-PARM-ANOS IS NUMERIC AND LS-PARM-ANOS NOT = ZERO
003940         MOVE LS-PARM-ANOS TO WK-ANOS-BORRADO
003950     END-IF.
003960
003970     PERFORM 0060-CARGA-RETENCION THRU 0060-FIN
003980         VARYING WK-RL-I FROM 1 BY 1
003990         UNTIL WK-RL-I > 14
004000            OR WK-RL-I * 6 + 14 > LS-PARM-LEN.
004010 0050-FIN.
004020     EXIT.
004030
004040******************************************************************
004050* 0060-CARGA-RETENCION                                           *
004060* LA PRIMERA POSICION EN BLANCO TERMINA LA LISTA (EL VARYING     *
004070* SIGUE PERO YA NO CARGA).                                       *
004080******************************************************************
004090 0060-CARGA-RETENCION.
004100     IF LS-PARM-RETENCION (WK-RL-I) = SPACES
004110         MOVE 15 TO WK-RL-I
004120         GO TO 0060-FIN
004130     END-IF.
004140     IF LS-PARM-RETENCION (WK-RL-I) IS NOT NUMERIC
004150         DISPLAY "SAMRETEN LLAVE DE RETENCION LEGAL INVALIDA: "
004160                 LS-PARM-RETENCION (WK-RL-I)
004170         MOVE 16 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200     ADD 1 TO WK-RL-CNT.
004210     MOVE LS-PARM-RETENCION (WK-RL-I) TO WK-RL-LLAVE (WK-RL-CNT).
004220 0060-FIN.
004230     EXIT.
004240
004250******************************************************************
004260* 0070-CALCULA-CORTES                                            *
004270* CORTE DE MUDANZA = FECHA DE PROCESO MENOS N MESES; CORTE DE    *
004280* BORRADO = FECHA DE PROCESO MENOS M ANOS.                       *
004290******************************************************************
004300 0070-CALCULA-CORTES.
004310     COMPUTE WK-MESES-TOTAL = WK-FS-AAAA * 12 + WK-FS-MM - 1
004320                            - WK-MESES-RETENCION.
004330     DIVIDE WK-MESES-TOTAL BY 12 GIVING WK-CM-AAAA
004340            REMAINDER WK-MESES-RESTO.
004350     COMPUTE WK-CM-MM = WK-MESES-RESTO + 1.
004360     MOVE WK-FS-DD TO WK-CM-DD.
004370     IF WK-CM-DD > 28
004380         MOVE 28 TO WK-CM-DD
004390     END-IF.
004400
004410     COMPUTE WK-CB-AAAA = WK-FS-AAAA - WK-ANOS-BORRADO.
004420     MOVE WK-FS-MM TO WK-CB-MM.
004430     MOVE WK-FS-DD TO WK-CB-DD.
004440 0070-FIN.
004450     EXIT.
004460
004470******************************************************************
004480* 0100-INICIO                                                    *
004490* CADA FUNCION ABRE SOLO LO QUE USA. EL ARCHIVO DE RETENCION ES  *
004500* OPCIONAL EN LA MUDANZA (LA PRIMERA CORRIDA NO LO TIENE) Y      *
004510* OBLIGATORIO EN LAS OTRAS DOS.                                  *
004520******************************************************************
004530 0100-INICIO.
004540     PERFORM 0050-EDITA-PARM THRU 0050-FIN.
004550
004560     IF WK-FECHA-SISTEMA = ZERO
004570         ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD
004580     END-IF.
004590     MOVE WK-FECHA-SISTEMA(5:2) TO WK-DATE-MM.
004600     MOVE WK-FECHA-SISTEMA(7:2) TO WK-DATE-DD.
004610     MOVE WK-FECHA-SISTEMA(1:4) TO WK-DATE-YYYY.
004620     PERFORM 0070-CALCULA-CORTES THRU 0070-FIN.
004630
004640     OPEN INPUT  SAM-RETA-FILE.
004650     OPEN OUTPUT SAM-RETC-FILE.
004660     EVALUATE TRUE
004670         WHEN WK-FUNCION-MUDANZA
004680              OPEN I-O    SAM-FILE
004690              OPEN OUTPUT RETA-SAL-FILE
004700              OPEN OUTPUT SAM-AUDT-FILE
004710         WHEN WK-FUNCION-BORRADO
004720              OPEN OUTPUT RETA-SAL-FILE
004730         WHEN WK-FUNCION-HISTORICO
004740              OPEN INPUT  HIST-ENT-FILE
004750              OPEN OUTPUT HIST-SAL-FILE
004760     END-EVALUATE.
004770     PERFORM 0102-VALIDA-APERTURA THRU 0102-FIN.
004780     PERFORM 0150-ENCABEZADO-RPT  THRU 0150-FIN.
004790
004800     IF NOT WK-RETA-AUSENTE
004810         PERFORM 0122-LEE-SAM-RETA THRU 0122-FIN
004820     END-IF.
004830     IF WK-FUNCION-MUDANZA
004840         PERFORM 0120-LEE-SAM-FILE THRU 0120-FIN
004850     END-IF.
004860     IF WK-FUNCION-HISTORICO
004870         PERFORM 0124-LEE-HIST-ENT THRU 0124-FIN
004880     END-IF.
004890 0100-FIN.
004900     EXIT.
004910
004920******************************************************************
004930* 0102-VALIDA-APERTURA                                           *
004940******************************************************************
004950 0102-VALIDA-APERTURA.
004960     IF WS-SAM-RETC-STATUS NOT = '00'
004970         DISPLAY "ERROR AL ABRIR SAM-RETC-FILE STATUS "
004980                 WS-SAM-RETC-STATUS
004990         MOVE 16 TO RETURN-CODE
005000         STOP RUN
005010     END-IF.
005020     IF WS-SAM-RETA-STATUS = '35' AND WK-FUNCION-MUDANZA
005030         DISPLAY "SAMRETEN SIN ARCHIVO DE RETENCION PREVIO"
005040         MOVE 'Y' TO WK-RETA-AUSENTE-SW
005050         SET SAM-RETA-EOF TO TRUE
005060     ELSE
005070         IF WS-SAM-RETA-STATUS NOT = '00'
005080             DISPLAY "ERROR AL ABRIR SAM-RETA-FILE STATUS "
005090                     WS-SAM-RETA-STATUS
005100             MOVE 16 TO RETURN-CODE
005110             STOP RUN
005120         END-IF
005130     END-IF.
005140
005150     IF WK-FUNCION-MUDANZA
005160        AND WS-SAM-FILE-STATUS NOT = '00'
005170         DISPLAY "ERROR AL ABRIR SAM-FILE      STATUS "
005180                 WS-SAM-FILE-STATUS
005190         MOVE 16 TO RETURN-CODE
005200         STOP RUN
005210     END-IF.
005220     IF (WK-FUNCION-MUDANZA OR WK-FUNCION-BORRADO)
005230        AND WS-RETA-SAL-STATUS NOT = '00'
005240         DISPLAY "ERROR AL ABRIR RETA-SAL-FILE STATUS "
005250                 WS-RETA-SAL-STATUS
005260         MOVE 16 TO RETURN-CODE
005270         STOP RUN
005280     END-IF.
005290     IF WK-FUNCION-MUDANZA
005300        AND WS-SAM-AUDT-STATUS NOT = '00'
005310         DISPLAY "ERROR AL ABRIR SAM-AUDT-FILE STATUS "
005320                 WS-SAM-AUDT-STATUS
005330         MOVE 16 TO RETURN-CODE
005340         STOP RUN
005350     END-IF.
005360     IF WK-FUNCION-HISTORICO
005370        AND WS-HIST-ENT-STATUS NOT = '00'
005380         DISPLAY "ERROR AL ABRIR HIST-ENT-FILE STATUS "
005390                 WS-HIST-ENT-STATUS
005400         MOVE 16 TO RETURN-CODE
005410         STOP RUN
005420     END-IF.
005430     IF WK-FUNCION-HISTORICO
005440        AND WS-HIST-SAL-STATUS NOT = '00'
005450         DISPLAY "ERROR AL ABRIR HIST-SAL-FILE STATUS "
005460                 WS-HIST-SAL-STATUS
005470         MOVE 16 TO RETURN-CODE
005480         STOP RUN
005490     END-IF.
005500 0102-FIN.
005510     EXIT.
005520
005530******************************************************************
005540* 0120-LEE-SAM-FILE / 0122-LEE-SAM-RETA / 0124-LEE-HIST-ENT      *
005550******************************************************************
005560 0120-LEE-SAM-FILE.
005570     READ SAM-FILE NEXT
005580         AT END
005590             DISPLAY "SAMRETEN FIN SAM-FILE"
005600     END-READ.
005610 0120-FIN.
005620     EXIT.
005630
005640 0122-LEE-SAM-RETA.
005650     READ SAM-RETA-FILE
005660         AT END
005670             DISPLAY "SAMRETEN FIN SAM-RETA"
005680     END-READ.
005690 0122-FIN.
005700     EXIT.
005710
005720 0124-LEE-HIST-ENT.
005730     READ HIST-ENT-FILE
005740         AT END
005750             DISPLAY "SAMRETEN FIN SAM-HIST"
005760     END-READ.
005770 0124-FIN.
005780     EXIT.
005790
005800******************************************************************
005810* 0200-COPIA-ARCHIVO                                             *
005820* FUNCION 'M': LO QUE YA ESTABA EN RETENCION PASA TAL CUAL A LA  *
005830* SALIDA; LO QUE SE MUEVA HOY SE AGREGA DESPUES.                 *
005840******************************************************************
005850 0200-COPIA-ARCHIVO.
005860     ADD 1 TO WK-CONT-ARCH-ANT.
005870     MOVE SAM-RETA-RECORD TO RETA-SAL-RECORD.
005880     WRITE RETA-SAL-RECORD.
005890     ADD 1 TO WK-CONT-ARCH-SAL.
005900     PERFORM 0122-LEE-SAM-RETA THRU 0122-FIN.
005910 0200-FIN.
005920     EXIT.
005930
005940******************************************************************
005950* 0300-PROCESA-MAESTRO                                           *
005960* FUNCION 'M': SOLO LOS INACTIVOS CUYO ULTIMO MANTENIMIENTO ES   *
005970* ANTERIOR AL CORTE. UNA FECHA DE MANTENIMIENTO ILEGIBLE NO      *
005980* PRUEBA ANTIGUEDAD: EL CLIENTE SE QUEDA Y SE CUENTA.            *
005990******************************************************************
006000 0300-PROCESA-MAESTRO.
006010     ADD 1 TO WK-CONT-LEIDOS.
006020     IF SAM-FILE-ESTADO NOT = 'I'
006030         GO TO 0300-LEE
006040     END-IF.
006050     MOVE SAM-FILE-FECHA-MANT TO WK-FECHA-ED.
006060     PERFORM 0650-CONVIERTE-FECHA THRU 0650-FIN.
006070     IF WK-FECHA-NUM = ZERO
006080         ADD 1 TO WK-CONT-SIN-FECHA
006090         GO TO 0300-LEE
006100     END-IF.
006110     IF WK-FECHA-NUM NOT < WK-CORTE-MUDANZA
006120         GO TO 0300-LEE
006130     END-IF.
006140
006150     MOVE SAM-FILE-KEY-NUMBER TO WK-LLAVE-BUSCA.
006160     PERFORM 0600-BUSCA-RETENCION THRU 0600-FIN.
006170     IF WK-EN-RETENCION-LEGAL
006180         ADD 1 TO WK-CONT-EXENTOS
006190         MOVE 'EXENTO DE MUDANZA - RETENCION LEGAL'
006200           TO WK-DESC-CERT
006210         PERFORM 0700-LINEA-CERTIFICADO THRU 0700-FIN
006220         GO TO 0300-LEE
006230     END-IF.
006240
006250     PERFORM 0310-MUEVE-CLIENTE THRU 0310-FIN.
006260 0300-LEE.
006270     PERFORM 0120-LEE-SAM-FILE THRU 0120-FIN.
006280 0300-FIN.
006290     EXIT.
006300
006310******************************************************************
006320* 0310-MUEVE-CLIENTE                                             *
006330* PRIMERO SE GRABA EL ARCHIVO DE RETENCION Y LUEGO SE BORRA DE   *
006340* SAM-FILE: SI EL BORRADO FALLA, EL CLIENTE QUEDA EN LOS DOS     *
006350* LADOS Y LA CORRIDA SE DETIENE, NUNCA EN NINGUNO.               *
006360******************************************************************
006370 0310-MUEVE-CLIENTE.
006380     MOVE SPACES              TO SAM-RETA-RECORD.
006390     MOVE SAM-FILE-RECORD     TO RETA-IMAGEN.
006400     MOVE WK-DATE-CURR        TO RETA-FECHA-ARCHIVO.
006410     MOVE SAM-RETA-RECORD     TO RETA-SAL-RECORD.
006420     WRITE RETA-SAL-RECORD.
006430     ADD 1 TO WK-CONT-ARCH-SAL.
006440
006450     DELETE SAM-FILE RECORD
006460         INVALID KEY
006470             DISPLAY "SAMRETEN ERROR EN DELETE DE SAM-FILE "
006480                     SAM-FILE-KEY-NUMBER " STATUS "
006490                     WS-SAM-FILE-STATUS
006500             MOVE 16 TO RETURN-CODE
006510             STOP RUN
006520     END-DELETE.
006530     ADD 1 TO WK-CONT-MOVIDOS.
006540
006550     PERFORM 0320-INACTIVA-SAM-TAB THRU 0320-FIN.
006560
006570     MOVE 'MOVIDO AL ARCHIVO DE RETENCION' TO WK-DESC-CERT.
006580     PERFORM 0700-LINEA-CERTIFICADO THRU 0700-FIN.
006590 0310-FIN.
006600     EXIT.
006610
006620******************************************************************
006630* 0320-INACTIVA-SAM-TAB                                          *
006640* EL RENGLON ACTIVO SE PASA A 'I' CON LA FECHA DE LA CORRIDA Y   *
006650* SE AUDITA CON ACCION 'N' (LA IMAGEN DE NOMBRE, DIRECCION Y     *
006660* CONTACTO NO CAMBIA). UN RENGLON YA INACTIVO NO SE RETOCA, COMO *
006670* EN SAMRECON, Y UNA LLAVE SIN RENGLON SOLO SE CUENTA.           *
006680******************************************************************
006690 0320-INACTIVA-SAM-TAB.
006700     MOVE SAM-FILE-KEY-NUMBER TO SAM-ID.
006710     EXEC SQL
006720         SELECT SAM_ID,
006730                SAM_NAME,
006740                SAM_ADDRESS,
006750                SAM_CONTACT,
006760                SAM_PHONE,
006770                SAM_ESTATUS,
006780                SAM_ESTATUS_FECHA
006790           INTO :SAM-ID,
006800                :SAM-NAME,
006810                :SAM-ADDRESS,
006820                :SAM-CONTACT,
006830                :SAM-PHONE,
006840                :SAM-ESTATUS,
006850                :SAM-ESTATUS-FECHA
006860           FROM SAM-TAB
006870          WHERE SAM_ID = :SAM-ID
006880     END-EXEC.
006890     EVALUATE TRUE
006900         WHEN SQLCODE = 100
006910              ADD 1 TO WK-CONT-SIN-RENGLON
006920              GO TO 0320-FIN
006930         WHEN SQLCODE NOT = ZERO
006940              MOVE 'SELECT'          TO WK-OPERACION-SQL
006950              PERFORM 0850-ERROR-SQL THRU 0850-FIN
006960         WHEN SAM-ESTATUS = 'I'
006970              ADD 1 TO WK-CONT-YA-INACTIVOS
006980              GO TO 0320-FIN
006990     END-EVALUATE.
007000
007010     MOVE 'I'          TO SAM-ESTATUS.
007020     MOVE WK-DATE-CURR TO SAM-ESTATUS-FECHA.
007030     EXEC SQL
007040         UPDATE SAM-TAB
007050            SET SAM_ESTATUS       = :SAM-ESTATUS,
007060                SAM_ESTATUS_FECHA = :SAM-ESTATUS-FECHA
007070          WHERE SAM_ID = :SAM-ID
007080     END-EXEC.
007090     IF SQLCODE NOT = ZERO
007100         MOVE 'UPDATE'            TO WK-OPERACION-SQL
007110         PERFORM 0850-ERROR-SQL   THRU 0850-FIN
007120     END-IF.
007130     ADD 1 TO WK-CONT-INACTIVADOS.
007140
007150     MOVE SPACES       TO SAM-AUDT-RECORD.
007160     MOVE SAM-ID       TO AUDT-SAM-ID.
007170     MOVE WK-DATE-CURR TO AUDT-RUN-DATE.
007180     MOVE 'N'          TO AUDT-ACCION.
007190     MOVE SAM-NAME     TO AUDT-NAME-ANT    AUDT-NAME-NVO.
007200     MOVE SAM-ADDRESS  TO AUDT-ADDRESS-ANT AUDT-ADDRESS-NVO.
007210     MOVE SAM-CONTACT  TO AUDT-CONTACT-ANT AUDT-CONTACT-NVO.
007220     WRITE SAM-AUDT-RECORD.
007230 0320-FIN.
007240     EXIT.
007250
007260******************************************************************
007270* 0400-PROCESA-ARCHIVO                                           *
007280* FUNCION 'E': SE BORRAN DIRECCION, CONTACTO Y TELEFONO DEL      *
007290* REGISTRO EN RETENCION CUYO ULTIMO MANTENIMIENTO ES ANTERIOR AL *
007300* CORTE DE BORRADO. EL REGISTRO YA BORRADO PASA TAL CUAL.        *
007310******************************************************************
007320 0400-PROCESA-ARCHIVO.
007330     ADD 1 TO WK-CONT-LEIDOS.
007340     IF RETA-FECHA-BORRADO NOT = SPACES
007350         ADD 1 TO WK-CONT-YA-BORRADOS
007360         GO TO 0400-GRABA
007370     END-IF.
007380     MOVE RETA-FECHA-MANT TO WK-FECHA-ED.
007390     PERFORM 0650-CONVIERTE-FECHA THRU 0650-FIN.
007400     IF WK-FECHA-NUM = ZERO
007410         ADD 1 TO WK-CONT-SIN-FECHA
007420         GO TO 0400-GRABA
007430     END-IF.
007440     IF WK-FECHA-NUM NOT < WK-CORTE-BORRADO
007450         GO TO 0400-GRABA
007460     END-IF.
007470
007480     MOVE RETA-KEY-NUMBER TO WK-LLAVE-BUSCA.
007490     PERFORM 0600-BUSCA-RETENCION THRU 0600-FIN.
007500     IF WK-EN-RETENCION-LEGAL
007510         ADD 1 TO WK-CONT-EXENTOS
007520         MOVE 'EXENTO DE BORRADO - RETENCION LEGAL'
007530           TO WK-DESC-CERT
007540         PERFORM 0700-LINEA-CERTIFICADO THRU 0700-FIN
007550         GO TO 0400-GRABA
007560     END-IF.
007570
007580     MOVE SPACES       TO RETA-ADDRESS.
007590     MOVE SPACES       TO RETA-CONTACT.
007600     MOVE SPACES       TO RETA-TELEFONO.
007610     MOVE WK-DATE-CURR TO RETA-FECHA-BORRADO.
007620     ADD 1 TO WK-CONT-BORRADOS.
007630     MOVE 'DATOS PERSONALES BORRADOS EN RETENCION'
007635       TO WK-DESC-CERT.
007640     PERFORM 0700-LINEA-CERTIFICADO THRU 0700-FIN.
007650 0400-GRABA.
007660     MOVE SAM-RETA-RECORD TO RETA-SAL-RECORD.
007670     WRITE RETA-SAL-RECORD.
007680     ADD 1 TO WK-CONT-ARCH-SAL.
007690     PERFORM 0122-LEE-SAM-RETA THRU 0122-FIN.
007700 0400-FIN.
007710     EXIT.
007720
007730******************************************************************
007740* 0500-CARGA-BORRADOS                                            *
007750* FUNCION 'H': CARGA LAS LLAVES DEL ARCHIVO DE RETENCION QUE YA  *
007760* TIENEN FECHA DE BORRADO. UNA LLAVE MAYOR QUE LA ULTIMA SE      *
007770* AGREGA AL FINAL; SI NO, SE BUSCA SU LUGAR Y SE RECORRE LA COLA *
007780* DE LA TABLA (UNA LLAVE REPETIDA NO SE VUELVE A CARGAR).        *
007790******************************************************************
007800 0500-CARGA-BORRADOS.
007810     ADD 1 TO WK-CONT-LEIDOS.
007820     IF RETA-FECHA-BORRADO = SPACES
007830         GO TO 0500-LEE
007840     END-IF.
007850     IF WK-BO-CNT >= WK-BO-MAX
007860         DISPLAY "SAMRETEN TABLA DE LLAVES BORRADAS LLENA"
007870         MOVE 16 TO RETURN-CODE
007880         STOP RUN
007890     END-IF.
007900     IF WK-BO-CNT = ZERO
007910        OR RETA-KEY-NUMBER > WK-BO-LLAVE (WK-BO-CNT)
007920         ADD 1 TO WK-BO-CNT
007930         MOVE RETA-KEY-NUMBER TO WK-BO-LLAVE (WK-BO-CNT)
007940         GO TO 0500-LEE
007950     END-IF.
007960
007970     MOVE ZERO TO WK-BO-POS.
007980     MOVE 'N'  TO WK-BO-ALTO-SW.
007990     MOVE 'N'  TO WK-BO-HIT-SW.
008000     PERFORM 0505-BUSCA-POSICION THRU 0505-FIN
008010         VARYING WK-BO-I FROM 1 BY 1
008020         UNTIL WK-BO-I > WK-BO-CNT OR WK-BO-REBASADO.
008030     IF WK-BO-HIT
008040         GO TO 0500-LEE
008050     END-IF.
008060     PERFORM 0508-CORRE-LLAVE THRU 0508-FIN
008070         VARYING WK-BO-J FROM WK-BO-CNT BY -1
008080         UNTIL WK-BO-J < WK-BO-POS.
008090     ADD 1 TO WK-BO-CNT.
008100     MOVE RETA-KEY-NUMBER TO WK-BO-LLAVE (WK-BO-POS).
008110 0500-LEE.
008120     PERFORM 0122-LEE-SAM-RETA THRU 0122-FIN.
008130 0500-FIN.
008140     EXIT.
008150
008160 0505-BUSCA-POSICION.
008170     EVALUATE TRUE
008180         WHEN WK-BO-LLAVE (WK-BO-I) = RETA-KEY-NUMBER
008190              MOVE 'Y'     TO WK-BO-HIT-SW
008200              MOVE 'Y'     TO WK-BO-ALTO-SW
008210         WHEN WK-BO-LLAVE (WK-BO-I) > RETA-KEY-NUMBER
008220              MOVE WK-BO-I TO WK-BO-POS
008230              MOVE 'Y'     TO WK-BO-ALTO-SW
008240     END-EVALUATE.
008250 0505-FIN.
008260     EXIT.
008270
008280 0508-CORRE-LLAVE.
008290     MOVE WK-BO-LLAVE (WK-BO-J) TO WK-BO-LLAVE (WK-BO-J + 1).
008300 0508-FIN.
008310     EXIT.
008320
008330******************************************************************
008340* 0550-PROCESA-HIST                                              *
008350* FUNCION 'H': TODA IMAGEN DE UNA LLAVE BORRADA PIERDE           *
008360* DIRECCION, CONTACTO Y TELEFONO; LLAVE, NOMBRE, ESTADO Y        *
008370* FECHAS QUEDAN. LA GENERACION SALE CON LOS MISMOS REGISTROS EN  *
008380* EL MISMO ORDEN, ASI QUE SUS CUENTAS NO CAMBIAN.                *
008390******************************************************************
008400 0550-PROCESA-HIST.
008410     ADD 1 TO WK-CONT-HIST-LEIDOS.
008420     MOVE HENT-KEY-NUMBER TO WK-LLAVE-BUSCA.
008430     PERFORM 0555-BUSCA-BORRADO THRU 0555-FIN.
008440     IF WK-BO-HIT
008450        AND (HENT-ADDRESS  NOT = SPACES
008460          OR HENT-CONTACT  NOT = SPACES
008470          OR HENT-TELEFONO NOT = SPACES)
008480         MOVE SPACES TO HENT-ADDRESS
008490         MOVE SPACES TO HENT-CONTACT
008500         MOVE SPACES TO HENT-TELEFONO
008510         ADD 1 TO WK-CONT-HIST-BORRADOS
008520         PERFORM 0560-CERTIFICA-HIST THRU 0560-FIN
008530     END-IF.
008540     MOVE HIST-ENT-RECORD TO HIST-SAL-RECORD.
008550     WRITE HIST-SAL-RECORD.
008560     PERFORM 0124-LEE-HIST-ENT THRU 0124-FIN.
008570 0550-FIN.
008580     EXIT.
008590
008600******************************************************************
008610* 0555-BUSCA-BORRADO                                             *
008620* BUSQUEDA BINARIA DE WK-LLAVE-BUSCA EN LA TABLA DE BORRADAS.    *
008630******************************************************************
008640 0555-BUSCA-BORRADO.
008650     MOVE 'N' TO WK-BO-HIT-SW.
008660     MOVE 1         TO WK-BO-BAJO.
008670     MOVE WK-BO-CNT TO WK-BO-ALTO.
008680     PERFORM 0556-PARTE-TABLA THRU 0556-FIN
008690         UNTIL WK-BO-BAJO > WK-BO-ALTO OR WK-BO-HIT.
008700 0555-FIN.
008710     EXIT.
008720
008730 0556-PARTE-TABLA.
008740     COMPUTE WK-BO-MEDIO = (WK-BO-BAJO + WK-BO-ALTO) / 2.
008750     EVALUATE TRUE
008760         WHEN WK-BO-LLAVE (WK-BO-MEDIO) = WK-LLAVE-BUSCA
008770              MOVE 'Y' TO WK-BO-HIT-SW
008780         WHEN WK-BO-LLAVE (WK-BO-MEDIO) < WK-LLAVE-BUSCA
008790              COMPUTE WK-BO-BAJO = WK-BO-MEDIO + 1
008800         WHEN OTHER
008810              COMPUTE WK-BO-ALTO = WK-BO-MEDIO - 1
008820     END-EVALUATE.
008830 0556-FIN.
008840     EXIT.
008850
008860******************************************************************
008870* 0560-CERTIFICA-HIST                                            *
008880******************************************************************
008890 0560-CERTIFICA-HIST.
008900     IF WK-LINEA-ACTUAL >= WK-MAX-LINEAS
008910         PERFORM 0150-ENCABEZADO-RPT THRU 0150-FIN
008920     END-IF.
008930     MOVE SPACES TO SAM-RETC-RECORD.
008940     STRING HENT-KEY-NUMBER       DELIMITED BY SIZE
008950            '  DATOS PERSONALES BORRADOS EN SAM-HIST'
008960                                  DELIMITED BY SIZE
008970            '  FECHA: '           DELIMITED BY SIZE
008980            WK-DATE-CURR          DELIMITED BY SIZE
008990            '  GENERACION: '      DELIMITED BY SIZE
009000            HENT-RUN-DATE         DELIMITED BY SIZE
009010       INTO SAM-RETC-RECORD.
009020     WRITE SAM-RETC-RECORD AFTER ADVANCING 1 LINE.
009030     ADD 1 TO WK-LINEA-ACTUAL.
009040 0560-FIN.
009050     EXIT.
009060
009070******************************************************************
009080* 0600-BUSCA-RETENCION                                           *
009090******************************************************************
009100 0600-BUSCA-RETENCION.
009110     MOVE 'N' TO WK-EN-RETENCION-SW.
009120     PERFORM 0605-COMPARA-RETENCION THRU 0605-FIN
009130         VARYING WK-RL-I FROM 1 BY 1
009140         UNTIL WK-RL-I > WK-RL-CNT OR WK-EN-RETENCION-LEGAL.
009150 0600-FIN.
009160     EXIT.
009170
009180 0605-COMPARA-RETENCION.
009190     IF WK-RL-LLAVE (WK-RL-I) = WK-LLAVE-BUSCA
009200         MOVE 'Y' TO WK-EN-RETENCION-SW
009210     END-IF.
009220 0605-FIN.
009230     EXIT.
009240
009250******************************************************************
009260* 0650-CONVIERTE-FECHA                                           *
009270* MM-DD-AAAA A AAAAMMDD; UNA FECHA ILEGIBLE QUEDA EN CEROS.      *
009280******************************************************************
009290 0650-CONVIERTE-FECHA.
009300     MOVE WK-FECHA-ED(7:4) TO WK-FECHA-NUM(1:4).
009310     MOVE WK-FECHA-ED(1:2) TO WK-FECHA-NUM(5:2).
009320     MOVE WK-FECHA-ED(4:2) TO WK-FECHA-NUM(7:2).
009330     IF WK-FECHA-NUM IS NOT NUMERIC
009340         MOVE ZERO TO WK-FECHA-NUM
009350     END-IF.
009360 0650-FIN.
009370     EXIT.
009380
009390******************************************************************
009400* 0700-LINEA-CERTIFICADO                                         *
009410* LLAVE, LO QUE SE LE HIZO, FECHA DE LA CORRIDA Y LAS FECHAS DEL *
009420* CLIENTE QUE LO JUSTIFICAN.                                     *
009430******************************************************************
009440 0700-LINEA-CERTIFICADO.
009450     IF WK-LINEA-ACTUAL >= WK-MAX-LINEAS
009460         PERFORM 0150-ENCABEZADO-RPT THRU 0150-FIN
009470     END-IF.
009480     MOVE SPACES TO SAM-RETC-RECORD.
009490     IF WK-FUNCION-MUDANZA
009500         STRING SAM-FILE-KEY-NUMBER  DELIMITED BY SIZE
009510                '  '                 DELIMITED BY SIZE
009520                WK-DESC-CERT         DELIMITED BY SIZE
009530                '  FECHA: '          DELIMITED BY SIZE
009540                WK-DATE-CURR         DELIMITED BY SIZE
009550                '  ULTIMO MANT: '    DELIMITED BY SIZE
009560                SAM-FILE-FECHA-MANT  DELIMITED BY SIZE
009570           INTO SAM-RETC-RECORD
009580     ELSE
009590         STRING RETA-KEY-NUMBER      DELIMITED BY SIZE
009600                '  '                 DELIMITED BY SIZE
009610                WK-DESC-CERT         DELIMITED BY SIZE
009620                '  FECHA: '          DELIMITED BY SIZE
009630                WK-DATE-CURR         DELIMITED BY SIZE
009640                '  ULTIMO MANT: '    DELIMITED BY SIZE
009650                RETA-FECHA-MANT      DELIMITED BY SIZE
009660                '  EN RETENCION DESDE: ' DELIMITED BY SIZE
009670                RETA-FECHA-ARCHIVO   DELIMITED BY SIZE
009680           INTO SAM-RETC-RECORD
009690     END-IF.
009700     WRITE SAM-RETC-RECORD AFTER ADVANCING 1 LINE.
009710     ADD 1 TO WK-LINEA-ACTUAL.
009720 0700-FIN.
009730     EXIT.
009740
009750******************************************************************
009760* 0150-ENCABEZADO-RPT                                            *
009770* EL ENCABEZADO DEL CERTIFICADO LLEVA LA FUNCION, LOS PLAZOS Y   *
009780* LA FECHA DE CORTE QUE SE APLICO.                               *
009790******************************************************************
009800 0150-ENCABEZADO-RPT.
009810     ADD 1 TO WK-PAGINA.
009820     MOVE WK-PAGINA TO WK-PAGINA-ED.
009830
009840     MOVE SPACES TO SAM-RETC-RECORD.
009850     IF WK-PAGINA = 1
009860         WRITE SAM-RETC-RECORD AFTER ADVANCING 1 LINE
009870     ELSE
009880         WRITE SAM-RETC-RECORD AFTER ADVANCING PAGE
009890     END-IF.
009900
009910     MOVE SPACES TO SAM-RETC-RECORD.
009920     STRING 'SAMRETEN'   DELIMITED BY SIZE
009930            ' - CERTIFICADO DE RETENCION Y BORRADO'
009940                         DELIMITED BY SIZE
009950            ' - FECHA: ' DELIMITED BY SIZE
009960            WK-DATE-CURR DELIMITED BY SIZE
009970       INTO SAM-RETC-RECORD.
009980     WRITE SAM-RETC-RECORD AFTER ADVANCING 1 LINE.
009990
010000     MOVE WK-MESES-RETENCION TO WK-MESES-ED.
010010     MOVE WK-ANOS-BORRADO    TO WK-ANOS-ED.
010020     MOVE SPACES TO SAM-RETC-RECORD.
010030     STRING 'PAGINA: '          DELIMITED BY SIZE
010040            WK-PAGINA-ED        DELIMITED BY SIZE
010050            '  FUNCION: '       DELIMITED BY SIZE
010060            WK-FUNCION          DELIMITED BY SIZE
010070            '  MESES MUDANZA: ' DELIMITED BY SIZE
010080            WK-MESES-ED         DELIMITED BY SIZE
010090            ' (CORTE '          DELIMITED BY SIZE
010100            WK-CORTE-MUDANZA    DELIMITED BY SIZE
010110            ')  ANOS BORRADO: ' DELIMITED BY SIZE
010120            WK-ANOS-ED          DELIMITED BY SIZE
010130            ' (CORTE '          DELIMITED BY SIZE
010140            WK-CORTE-BORRADO    DELIMITED BY SIZE
010150            ')'                 DELIMITED BY SIZE
010160       INTO SAM-RETC-RECORD.
010170     WRITE SAM-RETC-RECORD AFTER ADVANCING 1 LINE.
010180
010190     MOVE SPACES TO SAM-RETC-RECORD.
010200     WRITE SAM-RETC-RECORD AFTER ADVANCING 1 LINE.
010210
010220     MOVE 4 TO WK-LINEA-ACTUAL.
010230 0150-FIN.
010240     EXIT.
010250
010260******************************************************************
010270* 0850-ERROR-SQL                                                 *
010280* ERROR IRRECUPERABLE DE SQL: SE DESPLIEGA LA OPERACION, LA      *
010290* LLAVE Y EL SQLCODE, Y SE DETIENE EL JOB CON RETURN-CODE 12.    *
010300* EL CLIENTE EN TURNO YA QUEDO EN RETENCION Y FUERA DE SAM-FILE; *
010310* SU RENGLON LO INACTIVA DESPUES SAMRECON COMO HUERFANO.         *
010320******************************************************************
010330 0850-ERROR-SQL.
010340     MOVE SQLCODE TO WK-SQLCODE-ED.
010350     DISPLAY "SAMRETEN ERROR SQL EN " WK-OPERACION-SQL.
010360     DISPLAY "SAM-ID " SAM-ID " SQLCODE " WK-SQLCODE-ED.
010370     MOVE 12 TO RETURN-CODE.
010380     STOP RUN.
010390 0850-FIN.
010400     EXIT.
010410
010420******************************************************************
010430* 0950-TOTALES-CONTROL                                           *
010440* CADA FUNCION IMPRIME SUS PROPIOS CONTEOS.                      *
010450******************************************************************
010460 0950-TOTALES-CONTROL.
010470     MOVE SPACES TO SAM-RETC-RECORD.
010480     WRITE SAM-RETC-RECORD AFTER ADVANCING 1 LINE.
010490
010500     EVALUATE TRUE
010510         WHEN WK-FUNCION-MUDANZA
010520              MOVE 'TOTAL REGISTROS SAM-FILE    : '
010530                TO WK-CONT-ETIQUETA
010540              MOVE WK-CONT-LEIDOS TO WK-CONT-ED
010550              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
010560              MOVE 'TOTAL MOVIDOS A RETENCION   : '
010570                TO WK-CONT-ETIQUETA
010580              MOVE WK-CONT-MOVIDOS TO WK-CONT-ED
010590              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
010600              MOVE 'TOTAL RENGLONES INACTIVADOS : '
010610                TO WK-CONT-ETIQUETA
010620              MOVE WK-CONT-INACTIVADOS TO WK-CONT-ED
010630              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
010640              MOVE 'TOTAL RENGLONES YA INACTIVOS: '
010650                TO WK-CONT-ETIQUETA
010660              MOVE WK-CONT-YA-INACTIVOS TO WK-CONT-ED
010670              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
010680              MOVE 'TOTAL SIN RENGLON EN SAM-TAB: '
010690                TO WK-CONT-ETIQUETA
010700              MOVE WK-CONT-SIN-RENGLON TO WK-CONT-ED
010710              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
010720              MOVE 'TOTAL ARCHIVO ANTERIOR      : '
010730                TO WK-CONT-ETIQUETA
010740              MOVE WK-CONT-ARCH-ANT TO WK-CONT-ED
010750              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
010760         WHEN WK-FUNCION-BORRADO
010770              MOVE 'TOTAL REGISTROS EN RETENCION: '
010780                TO WK-CONT-ETIQUETA
010790              MOVE WK-CONT-LEIDOS TO WK-CONT-ED
010800              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
010810              MOVE 'TOTAL BORRADOS HOY          : '
010820                TO WK-CONT-ETIQUETA
010830              MOVE WK-CONT-BORRADOS TO WK-CONT-ED
010840              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
010850              MOVE 'TOTAL BORRADOS ANTES        : '
010860                TO WK-CONT-ETIQUETA
010870              MOVE WK-CONT-YA-BORRADOS TO WK-CONT-ED
010880              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
010890         WHEN WK-FUNCION-HISTORICO
010900              MOVE 'TOTAL LLAVES BORRADAS       : '
010910                TO WK-CONT-ETIQUETA
010920              MOVE WK-BO-CNT TO WK-CONT-ED
010930              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
010940              MOVE 'TOTAL IMAGENES SAM-HIST     : '
010950                TO WK-CONT-ETIQUETA
010960              MOVE WK-CONT-HIST-LEIDOS TO WK-CONT-ED
010970              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
010980              MOVE 'TOTAL IMAGENES BORRADAS     : '
010990                TO WK-CONT-ETIQUETA
011000              MOVE WK-CONT-HIST-BORRADOS TO WK-CONT-ED
011010              PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
011020     END-EVALUATE.
011030
011040     IF NOT WK-FUNCION-HISTORICO
011050         MOVE 'TOTAL EXENTOS RETENC. LEGAL : '
011060           TO WK-CONT-ETIQUETA
011070         MOVE WK-CONT-EXENTOS TO WK-CONT-ED
011080         PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
011090         MOVE 'TOTAL SIN FECHA DE MANT.    : '
011100           TO WK-CONT-ETIQUETA
011110         MOVE WK-CONT-SIN-FECHA TO WK-CONT-ED
011120         PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
011130         MOVE 'TOTAL ARCHIVO DE RETENCION  : '
011140           TO WK-CONT-ETIQUETA
011150         MOVE WK-CONT-ARCH-SAL TO WK-CONT-ED
011160         PERFORM 0960-LINEA-TOTAL THRU 0960-FIN
011170     END-IF.
011180 0950-FIN.
011190     EXIT.
011200
011210 0960-LINEA-TOTAL.
011220     MOVE SPACES TO SAM-RETC-RECORD.
011230     STRING WK-CONT-ETIQUETA DELIMITED BY SIZE
011240            WK-CONT-ED       DELIMITED BY SIZE
011250       INTO SAM-RETC-RECORD.
011260     WRITE SAM-RETC-RECORD AFTER ADVANCING 1 LINE.
011270 0960-FIN.
011280     EXIT.
011290
011300******************************************************************
011310* 0900-TERMINA                                                   *
011320******************************************************************
011330 0900-TERMINA.
011340     PERFORM 0950-TOTALES-CONTROL THRU 0950-FIN.
011350     IF NOT WK-RETA-AUSENTE
011360         CLOSE SAM-RETA-FILE
011370     END-IF.
011380     CLOSE SAM-RETC-FILE.
011390     EVALUATE TRUE
011400         WHEN WK-FUNCION-MUDANZA
011410              CLOSE SAM-FILE
011420              CLOSE RETA-SAL-FILE
011430              CLOSE SAM-AUDT-FILE
011440         WHEN WK-FUNCION-BORRADO
011450              CLOSE RETA-SAL-FILE
011460         WHEN WK-FUNCION-HISTORICO
011470              CLOSE HIST-ENT-FILE
011480              CLOSE HIST-SAL-FILE
011490     END-EVALUATE.
011500     DISPLAY "SAMRETEN FIN PROCESO".
011510 0900-FIN.
011520     EXIT.
