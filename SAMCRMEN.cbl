000010******************************************************************
000020* SAMCRMEN                                                       *
000030*                                                                *
000040* ENVIO NOCTURNO DE CAMBIOS DE SAM-FILE AL CRM DE SUCURSALES.    *
000050* ES EL CAMINO DE REGRESO DE SAMCRMTR: SIN EL, LAS CORRECCIONES  *
000060* DE SAMMANT, LAS FUSIONES DE SAMDUPLI Y LOS CAMBIOS DE ESTADO   *
000070* NUNCA LLEGABAN AL CRM, Y SU SIGUIENTE SAM-CRMF SEMANAL VOLVIA  *
000080* A MANDAR LOS VALORES VIEJOS.                                   *
000090*                                                                *
000100* LOS CAMBIOS SE DETECTAN EN EL JOURNAL SAM-JRNL DE SAMMANT (EL  *
000110* JCL CONCATENA LAS GENERACIONES QUE HAGAN FALTA). EL CONTROL    *
000120* SAM-CRMU GUARDA LA FECHA Y SECUENCIA DEL ULTIMO MOVIMIENTO     *
000130* ENVIADO: TODO LO POSTERIOR SE ENVIA, ASI UNA NOCHE QUE NO      *
000140* CORRIO SE RECUPERA EN LA SIGUIENTE, Y UNA GENERACION YA        *
000150* ENVIADA QUE VUELVA A VENIR EN LA CONCATENACION NO SE REPITE.   *
000160*                                                                *
000170* SE ENVIA UN SOLO MOVIMIENTO NETO POR LLAVE, CON LOS VALORES    *
000180* ACTUALES DE SAM-FILE: 'A' ALTA, 'C' CAMBIO, 'I' INACTIVACION,  *
000190* 'D' BAJA (CON LA ULTIMA IMAGEN CONOCIDA). LOS MOVIMIENTOS QUE  *
000200* VINIERON DEL PROPIO CRM (USUARIO SAMCRMTR EN EL JOURNAL) NO SE *
000210* CUENTAN, PARA QUE LOS DOS SISTEMAS NO SE DEVUELVAN EL MISMO    *
000220* CAMBIO. LA SALIDA SAM-CRMS VA EN EL FORMATO DEL CRM (CAMPOS DE *
000230* 40 POSICIONES, COMO SAM-CRMF) ENTRE UN ENCABEZADO Y UN TRAILER *
000240* CON LAS CUENTAS POR MOVIMIENTO Y EL HASH DE LLAVES. EL LISTADO *
000250* SAM-CRME DETALLA LO ENVIADO.                                   *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    SAMCRMEN.
000290 AUTHOR.        R ALVARADO.
000300 INSTALLATION.  DEPTO DE SISTEMAS.
000310 DATE-WRITTEN.  10/01/2026.
000320 DATE-COMPILED. 10/01/2026.
000330*----------------------------------------------------------------
000340* MODIFICATION HISTORY
000350*----------------------------------------------------------------
000360* 10/01/2026  RAV  VERSION ORIGINAL - FEED DE SALIDA AL CRM CON
000370*                  ENCABEZADO, TRAILER Y CONTROL DE ULTIMO ENVIO.
000372* 10/15/2026  RAV  SAM-JRNL CRECE A 167 CON EL ORIGEN DEL LOTE.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420
000430     SELECT SAM-JRNL-FILE
000440         ASSIGN TO "SAM-JRNL"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-SAM-JRNL-STATUS.
000470
000480     SELECT SAM-FILE
000490         ASSIGN TO "Sample-File"
000500         ORGANIZATION IS INDEXED
000510         RECORD KEY IS SAM-FILE-KEY-NUMBER
000520         ACCESS MODE IS DYNAMIC
000530         FILE STATUS IS WS-SAM-FILE-STATUS.
000540
000550     SELECT SAM-CRMU-FILE
000560         ASSIGN TO "SAM-CRMU"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-SAM-CRMU-STATUS.
000590
000600     SELECT CRMU-SAL-FILE
000610         ASSIGN TO "SAM-CRMU-SAL"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-CRMU-SAL-STATUS.
000640
000650     SELECT SAM-CRMS-FILE
000660         ASSIGN TO "SAM-CRMS"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-SAM-CRMS-STATUS.
000690
000700     SELECT SAM-CRME-FILE
000710         ASSIGN TO "SAM-CRME"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-SAM-CRME-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770
000780 FD  SAM-JRNL-FILE
000790     DATA RECORD IS SAM-JRNL-RECORD
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 167 CHARACTERS.
000820 01  SAM-JRNL-RECORD.
000830     05 JRNL-SECUENCIA        PIC 9(09).
000840     05 JRNL-FECHA            PIC X(10).
000850     05 JRNL-ACCION           PIC X(01).
000860        88 JRNL-ES-ALTA                VALUE 'A'.
000870        88 JRNL-ES-CAMBIO              VALUE 'C'.
000880        88 JRNL-ES-BAJA                VALUE 'D'.
000890     05 JRNL-KEY-NUMBER       PIC X(06).
000900     05 JRNL-IMAGEN-ANT.
000910        10 JRNL-ANT-KEY       PIC X(06).
000920        10 JRNL-ANT-NAME      PIC X(30).
000930        10 JRNL-ANT-ADDRESS   PIC X(30).
000940        10 JRNL-ANT-CONTACT   PIC X(30).
000950        10 JRNL-ANT-ESTADO    PIC X(01).
000960        10 JRNL-ANT-TELEFONO  PIC X(10).
000970        10 JRNL-ANT-FECHA     PIC X(10).
000980     05 JRNL-USUARIO          PIC X(08).
000990     05 JRNL-APROBADOR        PIC X(08).
000995     05 JRNL-ORIGEN           PIC X(08).
001000
001010 FD  SAM-FILE
001020     DATA RECORD IS SAM-FILE-RECORD
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 117 CHARACTERS.
001050 01  SAM-FILE-RECORD.
001060     05 SAM-FILE-KEY-NUMBER   PIC X(06).
001070     05 SAM-FILE-NAME         PIC X(30).
001080     05 SAM-FILE-ADDRESS      PIC X(30).
001090     05 SAM-FILE-CONTACT      PIC X(30).
001100     05 SAM-FILE-ESTADO       PIC X(01).
001110     05 SAM-FILE-TELEFONO     PIC X(10).
001120     05 SAM-FILE-FECHA-MANT   PIC X(10).
001130
001140******************************************************************
001150* CONTROL DE ULTIMO ENVIO: UN SOLO REGISTRO, ACARREADO DE        *
001160* CORRIDA EN CORRIDA (ENTRA SAM-CRMU, SALE SAM-CRMU-SAL). LA     *
001170* MARCA ES FECHA AAAAMMDD + SECUENCIA DEL ULTIMO MOVIMIENTO DE   *
001180* JOURNAL YA CONSIDERADO.                                        *
001190******************************************************************
001200 FD  SAM-CRMU-FILE
001210     DATA RECORD IS SAM-CRMU-RECORD
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 50 CHARACTERS.
001240 01  SAM-CRMU-RECORD.
001250     05 CRMU-MARCA.
001260        10 CRMU-FECHA-ULT     PIC 9(08).
001270        10 CRMU-SECUENCIA-ULT PIC 9(09).
001280     05 CRMU-ENVIO-ULT        PIC 9(09).
001290     05 CRMU-FECHA-ENVIO      PIC X(10).
001300     05 FILLER                PIC X(14).
001310
001320 FD  CRMU-SAL-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 50 CHARACTERS.
001350 01  CRMU-SAL-RECORD            PIC X(50).
001360
001370******************************************************************
001380* FEED AL CRM: TIPO DE REGISTRO Y MOVIMIENTO, SEGUIDOS DE LOS    *
001390* CAMPOS DEL CRM EN EL MISMO ORDEN Y ANCHO QUE SAM-CRMF.         *
001400******************************************************************
001410 FD  SAM-CRMS-FILE
001420     DATA RECORD IS SAM-CRMS-RECORD
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 138 CHARACTERS.
001450 01  SAM-CRMS-RECORD.
001460     05 CRMS-TIPO             PIC X(01).
001470     05 CRMS-MOVIMIENTO       PIC X(01).
001480     05 CRMS-CLIENTE          PIC X(06).
001490     05 CRMS-NOMBRE           PIC X(40).
001500     05 CRMS-DIRECCION        PIC X(40).
001510     05 CRMS-CONTACTO         PIC X(30).
001520     05 CRMS-TELEFONO         PIC X(12).
001530     05 CRMS-FECHA-EFEC       PIC X(08).
001540 01  CRMS-HEADER-RECORD.
001550     05 CRMSH-TIPO            PIC X(01).
001560     05 CRMSH-ORIGEN          PIC X(08).
001570     05 CRMSH-ENVIO           PIC 9(09).
001580     05 CRMSH-FECHA-PROCESO   PIC X(10).
001590     05 CRMSH-MARCA-DESDE     PIC 9(17).
001600     05 CRMSH-MARCA-HASTA     PIC 9(17).
001610     05 FILLER                PIC X(76).
001620 01  CRMS-TRAILER-RECORD.
001630     05 CRMST-TIPO            PIC X(01).
001640     05 CRMST-ORIGEN          PIC X(08).
001650     05 CRMST-ENVIO           PIC 9(09).
001660     05 CRMST-CONT-ALTAS      PIC 9(09).
001670     05 CRMST-CONT-CAMBIOS    PIC 9(09).
001680     05 CRMST-CONT-INACTIV    PIC 9(09).
001690     05 CRMST-CONT-BAJAS      PIC 9(09).
001700     05 CRMST-CONT-TOTAL      PIC 9(09).
001710     05 CRMST-HASH            PIC 9(15).
001720     05 FILLER                PIC X(60).
001730
001740 FD  SAM-CRME-FILE
001750     LABEL RECORDS ARE STANDARD
001760     RECORD CONTAINS 132 CHARACTERS.
001770 01  SAM-CRME-RECORD            PIC X(132).
001780
001790 WORKING-STORAGE SECTION.
001800
001810 01  WK-AREA.
001820     05 WK-DATE-CURR.
001830        07 WK-DATE-MM         PIC XX   VALUE SPACES.
001840        07 FILLER             PIC X    VALUE '-'.
001850        07 WK-DATE-DD         PIC XX   VALUE SPACES.
001860        07 FILLER             PIC X    VALUE '-'.
001870        07 WK-DATE-YYYY       PIC X(04) VALUE SPACES.
001880     05 WK-FECHA-SISTEMA      PIC 9(08) VALUE ZERO.
001890     05 WK-ENVIO-NUMERO       PIC 9(09) VALUE ZERO.
001900     05 WK-ENVIO-HASH         PIC 9(15) VALUE ZERO.
001910     05 WK-LLAVE-NUM          PIC 9(06) VALUE ZERO.
001920     05 WK-MOVIMIENTO         PIC X(01) VALUE SPACE.
001930        88 WK-MOV-ALTA                 VALUE 'A'.
001940        88 WK-MOV-CAMBIO               VALUE 'C'.
001950        88 WK-MOV-INACTIVACION         VALUE 'I'.
001960        88 WK-MOV-BAJA                 VALUE 'D'.
001970     05 WK-MOV-DESC           PIC X(12) VALUE SPACES.
001980
001990******************************************************************
002000* MARCAS DE JOURNAL (FECHA AAAAMMDD + SECUENCIA): LA DEL ULTIMO  *
002010* ENVIO, LA DEL MOVIMIENTO EN TURNO Y LA MAYOR VISTA HOY, QUE    *
002020* PASA AL CONTROL DE SALIDA.                                     *
002030******************************************************************
002040 01  WK-MARCAS.
002050     05 WK-MARCA-ULT          PIC 9(17) VALUE ZERO.
002060     05 WK-MARCA-JRNL.
002070        07 WK-MJ-FECHA        PIC 9(08) VALUE ZERO.
002080        07 WK-MJ-SECUENCIA    PIC 9(09) VALUE ZERO.
002090     05 WK-MARCA-JRNL-N REDEFINES WK-MARCA-JRNL PIC 9(17).
002100     05 WK-MARCA-MAX          PIC 9(17) VALUE ZERO.
002110     05 WK-MARCA-MAX-R REDEFINES WK-MARCA-MAX.
002120        07 WK-MM-FECHA        PIC 9(08).
002130        07 WK-MM-SECUENCIA    PIC 9(09).
002140
002150******************************************************************
002160* TABLA DE LLAVES CON MOVIMIENTO EN LA VENTANA, ORDENADA POR     *
002170* LLAVE (MISMA INSERCION LINEAL DE SAMARCHI). POR LLAVE SE       *
002180* GUARDA LA PRIMERA ACCION Y EL ESTADO ANTES DE ELLA (PARA SABER *
002190* SI ES ALTA O INACTIVACION NETA), Y LA ULTIMA IMAGEN ANTERIOR Y *
002200* SU FECHA (PARA LA BAJA Y PARA LA FECHA EFECTIVA DEL ENVIO).    *
002210******************************************************************
002220 01  WK-MOV-TABLA.
002230     05 WK-MOV-MAX            PIC 9(05) COMP VALUE 10000.
002240     05 WK-MOV-CNT            PIC 9(05) COMP VALUE ZERO.
002250     05 WK-MOV-I              PIC 9(05) COMP VALUE ZERO.
002260     05 WK-MOV-J              PIC 9(05) COMP VALUE ZERO.
002270     05 WK-MOV-POS            PIC 9(05) COMP VALUE ZERO.
002280     05 WK-MOV-ENTRADA OCCURS 10000 TIMES.
002290        10 WK-MOV-LLAVE       PIC X(06).
002300        10 WK-MOV-PRIMERA     PIC X(01).
002310        10 WK-MOV-ESTADO-ANT  PIC X(01).
002320        10 WK-MOV-FECHA-ULT   PIC 9(08).
002330        10 WK-MOV-IMAGEN-ULT  PIC X(117).
002340
002350 01  WK-IMAGEN-AREA.
002360     05 WK-IMG-KEY            PIC X(06).
002370     05 WK-IMG-NAME           PIC X(30).
002380     05 WK-IMG-ADDRESS        PIC X(30).
002390     05 WK-IMG-CONTACT        PIC X(30).
002400     05 WK-IMG-ESTADO         PIC X(01).
002410     05 WK-IMG-TELEFONO       PIC X(10).
002420     05 WK-IMG-FECHA          PIC X(10).
002430
002440 01  WK-CONTADORES.
002450     05 WK-CONT-JRNL-LEIDOS   PIC 9(09) COMP VALUE ZERO.
002460     05 WK-CONT-YA-ENVIADOS   PIC 9(09) COMP VALUE ZERO.
002470     05 WK-CONT-DEL-CRM       PIC 9(09) COMP VALUE ZERO.
002480     05 WK-CONT-SIN-CAMBIO    PIC 9(09) COMP VALUE ZERO.
002490     05 WK-CONT-CONSIDERADOS  PIC 9(09) COMP VALUE ZERO.
002500     05 WK-CONT-ALTAS         PIC 9(09) COMP VALUE ZERO.
002510     05 WK-CONT-CAMBIOS       PIC 9(09) COMP VALUE ZERO.
002520     05 WK-CONT-INACTIV       PIC 9(09) COMP VALUE ZERO.
002530     05 WK-CONT-BAJAS         PIC 9(09) COMP VALUE ZERO.
002540     05 WK-CONT-NETO-CERO     PIC 9(09) COMP VALUE ZERO.
002550     05 WK-CONT-ENVIADOS      PIC 9(09) COMP VALUE ZERO.
002560     05 WK-CONT-ED            PIC ZZZ,ZZZ,ZZ9.
002570     05 WK-CONT-ETIQUETA      PIC X(30) VALUE SPACES.
002580
002590 01  WK-SWITCHES.
002600     05 WK-JRNL-AUSENTE-SW    PIC X(01) VALUE 'N'.
002610        88 WK-JRNL-AUSENTE             VALUE 'Y'.
002620     05 WK-CRMU-AUSENTE-SW    PIC X(01) VALUE 'N'.
002630        88 WK-CRMU-AUSENTE             VALUE 'Y'.
002640     05 WK-MOV-HALLADO-SW     PIC X(01) VALUE 'N'.
002650        88 WK-MOV-HALLADO              VALUE 'Y'.
002660     05 WK-MOV-ALTO-SW        PIC X(01) VALUE 'N'.
002670        88 WK-MOV-ALTO                 VALUE 'Y'.
002680     05 WK-LLAVE-EXISTE-SW    PIC X(01) VALUE 'N'.
002690        88 WK-LLAVE-EXISTE             VALUE 'Y'.
002700
002710 01  WK-RPT-AREA.
002720     05 WK-LINEA-ACTUAL       PIC 9(03) COMP VALUE 99.
002730     05 WK-MAX-LINEAS         PIC 9(03) COMP VALUE 060.
002740     05 WK-PAGINA             PIC 9(05) COMP VALUE ZERO.
002750     05 WK-PAGINA-ED          PIC ZZZZ9.
002760
002770 01  WS-AREA.
002780     05  WS-SAM-JRNL-STATUS   PIC XX   VALUE SPACES.
002790         88 SAM-JRNL-EOF               VALUE '10'.
002800     05  WS-SAM-FILE-STATUS   PIC XX   VALUE SPACES.
002810     05  WS-SAM-CRMU-STATUS   PIC XX   VALUE SPACES.
002820     05  WS-CRMU-SAL-STATUS   PIC XX   VALUE SPACES.
002830     05  WS-SAM-CRMS-STATUS   PIC XX   VALUE SPACES.
002840     05  WS-SAM-CRME-STATUS   PIC XX   VALUE SPACES.
002850
002860 PROCEDURE DIVISION.
002870
002880******************************************************************
002890* 0000-PROGRAMA                                                  *
002900******************************************************************
002910 0000-PROGRAMA.
002920     PERFORM 0100-INICIO  THRU 0100-FIN.
002930
002940     PERFORM 0200-PROCESA-JRNL THRU 0200-FIN
002950             UNTIL SAM-JRNL-EOF.
002960
002970     PERFORM 0160-GRABA-ENCABEZADO THRU 0160-FIN.
002980     PERFORM 0300-GENERA-ENVIO THRU 0300-FIN
002990             VARYING WK-MOV-I FROM 1 BY 1
003000             UNTIL WK-MOV-I > WK-MOV-CNT.
003010
003020     PERFORM 0900-TERMINA THRU 0900-FIN.
003030
003040     STOP RUN.
003050
003060******************************************************************
003070* 0100-INICIO                                                    *
003080* SIN CONTROL PREVIO (PRIMER ENVIO) SE MANDA TODO EL JOURNAL QUE *
003090* VENGA EN LA CONCATENACION. SIN JOURNAL EL ENVIO SALE VACIO,    *
003100* CON SU ENCABEZADO Y TRAILER, PARA QUE EL CRM VEA QUE SI CORRIO.*
003110******************************************************************
003120 0100-INICIO.
003130     ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD.
003140     MOVE WK-FECHA-SISTEMA(5:2) TO WK-DATE-MM.
003150     MOVE WK-FECHA-SISTEMA(7:2) TO WK-DATE-DD.
003160     MOVE WK-FECHA-SISTEMA(1:4) TO WK-DATE-YYYY.
003170
003180     OPEN INPUT  SAM-JRNL-FILE.
003190     OPEN INPUT  SAM-FILE.
003200     OPEN INPUT  SAM-CRMU-FILE.
003210     OPEN OUTPUT CRMU-SAL-FILE.
003220     OPEN OUTPUT SAM-CRMS-FILE.
003230     OPEN OUTPUT SAM-CRME-FILE.
003240     PERFORM 0102-VALIDA-APERTURA THRU 0102-FIN.
003250
003260     IF NOT WK-CRMU-AUSENTE
003270         PERFORM 0110-LEE-CONTROL THRU 0110-FIN
003280     END-IF.
003290     MOVE WK-MARCA-ULT TO WK-MARCA-MAX.
003300     ADD 1 TO WK-ENVIO-NUMERO.
003310
003320     PERFORM 0150-ENCABEZADO-RPT  THRU 0150-FIN.
003330     IF NOT WK-JRNL-AUSENTE
003340         PERFORM 0120-LEE-SAM-JRNL THRU 0120-FIN
003350     END-IF.
003360 0100-FIN.
003370     EXIT.
003380
003390******************************************************************
003400* 0102-VALIDA-APERTURA                                           *
003410******************************************************************
003420 0102-VALIDA-APERTURA.
003430     IF WS-SAM-JRNL-STATUS = '35'
003440         DISPLAY "SAMCRMEN SIN ARCHIVO SAM-JRNL"
003450         MOVE 'Y' TO WK-JRNL-AUSENTE-SW
003460         SET SAM-JRNL-EOF TO TRUE
003470     ELSE
003480         IF WS-SAM-JRNL-STATUS NOT = '00'
003490             DISPLAY "ERROR AL ABRIR SAM-JRNL-FILE STATUS "
003500                     WS-SAM-JRNL-STATUS
003510             MOVE 16 TO RETURN-CODE
003520             STOP RUN
003530         END-IF
003540     END-IF.
003550     IF WS-SAM-FILE-STATUS NOT = '00'
003560         DISPLAY "ERROR AL ABRIR SAM-FILE      STATUS "
003570                 WS-SAM-FILE-STATUS
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610     IF WS-SAM-CRMU-STATUS = '35'
003620         DISPLAY "SAMCRMEN SIN CONTROL DE ENVIO PREVIO"
003630         MOVE 'Y' TO WK-CRMU-AUSENTE-SW
003640     ELSE
003650         IF WS-SAM-CRMU-STATUS NOT = '00'
003660             DISPLAY "ERROR AL ABRIR SAM-CRMU-FILE STATUS "
003670                     WS-SAM-CRMU-STATUS
003680             MOVE 16 TO RETURN-CODE
003690             STOP RUN
003700         END-IF
003710     END-IF.
003720     IF WS-CRMU-SAL-STATUS NOT = '00'
003730         DISPLAY "ERROR AL ABRIR SAM-CRMU-SAL STATUS "
003740                 WS-CRMU-SAL-STATUS
003750         MOVE 16 TO RETURN-CODE
003760         STOP RUN
003770     END-IF.
003780     IF WS-SAM-CRMS-STATUS NOT = '00'
003790         DISPLAY "ERROR AL ABRIR SAM-CRMS-FILE STATUS "
003800                 WS-SAM-CRMS-STATUS
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840     IF WS-SAM-CRME-STATUS NOT = '00'
003850         DISPLAY "ERROR AL ABRIR SAM-CRME-FILE STATUS "
003860                 WS-SAM-CRME-STATUS
003870         MOVE 16 TO RETURN-CODE
003880         STOP RUN
003890     END-IF.
003900 0102-FIN.
003910     EXIT.
003920
003930******************************************************************
003940* 0110-LEE-CONTROL                                               *
003950******************************************************************
003960 0110-LEE-CONTROL.
003970     READ SAM-CRMU-FILE
003980         AT END
003990             DISPLAY "SAMCRMEN CONTROL DE ENVIO VACIO"
004000             GO TO 0110-FIN
004010     END-READ.
004020     MOVE CRMU-MARCA     TO WK-MARCA-ULT.
004030     MOVE CRMU-ENVIO-ULT TO WK-ENVIO-NUMERO.
004040 0110-FIN.
004050     EXIT.
004060
004070******************************************************************
004080* 0120-LEE-SAM-JRNL                                              *
004090******************************************************************
004100 0120-LEE-SAM-JRNL.
004110     READ SAM-JRNL-FILE
004120         AT END
004130             DISPLAY "SAMCRMEN FIN SAM-JRNL"
004140     END-READ.
004150 0120-FIN.
004160     EXIT.
004170
004180******************************************************************
004190* 0200-PROCESA-JRNL                                              *
004200* SOLO CUENTAN ALTAS, CAMBIOS Y BAJAS APLICADOS (LAS             *
004210* APROBACIONES, VENCIMIENTOS Y CANCELACIONES NO TOCAN SAM-FILE). *
004220* LO YA ENVIADO Y LO QUE VINO DEL CRM SE SALTA, PERO SU MARCA SI *
004230* AVANZA EL CONTROL.                                             *
004240******************************************************************
004250 0200-PROCESA-JRNL.
004260     ADD 1 TO WK-CONT-JRNL-LEIDOS.
004270     MOVE JRNL-FECHA(7:4) TO WK-MJ-FECHA(1:4).
004280     MOVE JRNL-FECHA(1:2) TO WK-MJ-FECHA(5:2).
004290     MOVE JRNL-FECHA(4:2) TO WK-MJ-FECHA(7:2).
004300     MOVE JRNL-SECUENCIA  TO WK-MJ-SECUENCIA.
004310     IF WK-MARCA-JRNL-N NOT > WK-MARCA-ULT
004320         ADD 1 TO WK-CONT-YA-ENVIADOS
004330         GO TO 0200-LEE
004340     END-IF.
004350     IF WK-MARCA-JRNL-N > WK-MARCA-MAX
004360         MOVE WK-MARCA-JRNL-N TO WK-MARCA-MAX
004370     END-IF.
004380     IF NOT JRNL-ES-ALTA
004390        AND NOT JRNL-ES-CAMBIO
004400        AND NOT JRNL-ES-BAJA
004410         ADD 1 TO WK-CONT-SIN-CAMBIO
004420         GO TO 0200-LEE
004430     END-IF.
004440     IF JRNL-USUARIO = 'SAMCRMTR'
004450         ADD 1 TO WK-CONT-DEL-CRM
004460         GO TO 0200-LEE
004470     END-IF.
004480
004490     ADD 1 TO WK-CONT-CONSIDERADOS.
004500     PERFORM 0220-REGISTRA-LLAVE THRU 0220-FIN.
004510 0200-LEE.
004520     PERFORM 0120-LEE-SAM-JRNL THRU 0120-FIN.
004530 0200-FIN.
004540     EXIT.
004550
004560******************************************************************
004570* 0220-REGISTRA-LLAVE / 0225-BUSCA-POSICION / 0228-CORRE-ENTRADA *
004580* LLAVE YA EN LA TABLA: SOLO SE ACTUALIZA LA ULTIMA IMAGEN Y SU  *
004590* FECHA. LLAVE NUEVA: SE INSERTA EN SU POSICION CON SU PRIMERA   *
004600* ACCION Y EL ESTADO QUE TENIA ANTES DE ELLA.                    *
004610******************************************************************
004620 0220-REGISTRA-LLAVE.
004630     MOVE 'N'  TO WK-MOV-HALLADO-SW.
004640     MOVE 'N'  TO WK-MOV-ALTO-SW.
004650     MOVE ZERO TO WK-MOV-POS.
004660     IF WK-MOV-CNT > ZERO
004670         PERFORM 0225-BUSCA-POSICION THRU 0225-FIN
004680             VARYING WK-MOV-J FROM 1 BY 1
004690             UNTIL WK-MOV-J > WK-MOV-CNT OR WK-MOV-ALTO
004700     END-IF.
004710
004720     IF WK-MOV-HALLADO
004730         MOVE JRNL-IMAGEN-ANT TO WK-MOV-IMAGEN-ULT (WK-MOV-POS)
004740         MOVE WK-MJ-FECHA     TO WK-MOV-FECHA-ULT (WK-MOV-POS)
004750         GO TO 0220-FIN
004760     END-IF.
004770
004780     IF WK-MOV-CNT >= WK-MOV-MAX
004790         DISPLAY "SAMCRMEN TABLA DE MOVIMIENTOS LLENA"
004800         MOVE 16 TO RETURN-CODE
004810         STOP RUN
004820     END-IF.
004830
004840     IF WK-MOV-POS = ZERO
004850         ADD 1 TO WK-MOV-CNT
004860         MOVE WK-MOV-CNT TO WK-MOV-POS
004870     ELSE
004880         PERFORM 0228-CORRE-ENTRADA THRU 0228-FIN
004890             VARYING WK-MOV-J FROM WK-MOV-CNT BY -1
004900             UNTIL WK-MOV-J < WK-MOV-POS
004910         ADD 1 TO WK-MOV-CNT
004920     END-IF.
004930     MOVE JRNL-KEY-NUMBER TO WK-MOV-LLAVE (WK-MOV-POS).
004940     MOVE JRNL-ACCION     TO WK-MOV-PRIMERA (WK-MOV-POS).
004950     MOVE JRNL-ANT-ESTADO TO WK-MOV-ESTADO-ANT (WK-MOV-POS).
004960     MOVE WK-MJ-FECHA     TO WK-MOV-FECHA-ULT (WK-MOV-POS).
004970     MOVE JRNL-IMAGEN-ANT TO WK-MOV-IMAGEN-ULT (WK-MOV-POS).
004980 0220-FIN.
004990     EXIT.
005000
005010 0225-BUSCA-POSICION.
005020     EVALUATE TRUE
005030         WHEN WK-MOV-LLAVE (WK-MOV-J) = JRNL-KEY-NUMBER
005040              MOVE WK-MOV-J TO WK-MOV-POS
005050              MOVE 'Y'      TO WK-MOV-HALLADO-SW
005060              MOVE 'Y'      TO WK-MOV-ALTO-SW
005070         WHEN WK-MOV-LLAVE (WK-MOV-J) > JRNL-KEY-NUMBER
005080              MOVE WK-MOV-J TO WK-MOV-POS
005090              MOVE 'Y'      TO WK-MOV-ALTO-SW
005100     END-EVALUATE.
005110 0225-FIN.
005120     EXIT.
005130
005140 0228-CORRE-ENTRADA.
005150     MOVE WK-MOV-ENTRADA (WK-MOV-J)
005160       TO WK-MOV-ENTRADA (WK-MOV-J + 1).
005170 0228-FIN.
005180     EXIT.
005190
005200******************************************************************
005210* 0300-GENERA-ENVIO                                              *
005220* MOVIMIENTO NETO DE LA LLAVE CONTRA SU ESTADO ACTUAL:           *
005230*   - NO ESTA EN SAM-FILE: BAJA, SALVO QUE SE HAYA DADO DE ALTA  *
005240*     EN LA MISMA VENTANA (EL CRM NUNCA LA CONOCIO: NETO CERO).  *
005250*   - PRIMERA ACCION ALTA: ALTA CON LOS VALORES DE HOY.          *
005260*   - QUEDO EN 'I' Y ANTES NO LO ESTABA: INACTIVACION.           *
005270*   - CUALQUIER OTRO CASO: CAMBIO CON LOS VALORES DE HOY.        *
005280******************************************************************
005290 0300-GENERA-ENVIO.
005300     MOVE 'Y' TO WK-LLAVE-EXISTE-SW.
005310     MOVE WK-MOV-LLAVE (WK-MOV-I) TO SAM-FILE-KEY-NUMBER.
005320     READ SAM-FILE
005330         INVALID KEY
005340             MOVE 'N' TO WK-LLAVE-EXISTE-SW
005350     END-READ.
005360
005370     EVALUATE TRUE
005380         WHEN NOT WK-LLAVE-EXISTE
005390          AND WK-MOV-PRIMERA (WK-MOV-I) = 'A'
005400              ADD 1 TO WK-CONT-NETO-CERO
005410              GO TO 0300-FIN
005420         WHEN NOT WK-LLAVE-EXISTE
005430              MOVE 'D' TO WK-MOVIMIENTO
005440              MOVE WK-MOV-IMAGEN-ULT (WK-MOV-I) TO WK-IMAGEN-AREA
005450              ADD 1 TO WK-CONT-BAJAS
005460         WHEN WK-MOV-PRIMERA (WK-MOV-I) = 'A'
005470              MOVE 'A' TO WK-MOVIMIENTO
005480              MOVE SAM-FILE-RECORD TO WK-IMAGEN-AREA
005490              ADD 1 TO WK-CONT-ALTAS
005500         WHEN SAM-FILE-ESTADO = 'I'
005510          AND WK-MOV-ESTADO-ANT (WK-MOV-I) NOT = 'I'
005520              MOVE 'I' TO WK-MOVIMIENTO
005530              MOVE SAM-FILE-RECORD TO WK-IMAGEN-AREA
005540              ADD 1 TO WK-CONT-INACTIV
005550         WHEN OTHER
005560              MOVE 'C' TO WK-MOVIMIENTO
005570              MOVE SAM-FILE-RECORD TO WK-IMAGEN-AREA
005580              ADD 1 TO WK-CONT-CAMBIOS
005590     END-EVALUATE.
005600
005610     MOVE SPACES                   TO SAM-CRMS-RECORD.
005620     MOVE 'D'                      TO CRMS-TIPO.
005630     MOVE WK-MOVIMIENTO            TO CRMS-MOVIMIENTO.
005640     MOVE WK-MOV-LLAVE (WK-MOV-I)  TO CRMS-CLIENTE.
005650     MOVE WK-IMG-NAME              TO CRMS-NOMBRE.
005660     MOVE WK-IMG-ADDRESS           TO CRMS-DIRECCION.
005670     MOVE WK-IMG-CONTACT           TO CRMS-CONTACTO.
005680     MOVE WK-IMG-TELEFONO          TO CRMS-TELEFONO.
005690     MOVE WK-MOV-FECHA-ULT (WK-MOV-I) TO CRMS-FECHA-EFEC.
005700     WRITE SAM-CRMS-RECORD.
005710     ADD 1 TO WK-CONT-ENVIADOS.
005720     MOVE CRMS-CLIENTE TO WK-LLAVE-NUM.
005730     ADD WK-LLAVE-NUM TO WK-ENVIO-HASH.
005740
005750     PERFORM 0310-DETALLE-RPT THRU 0310-FIN.
005760 0300-FIN.
005770     EXIT.
005780
005790******************************************************************
005800* 0310-DETALLE-RPT                                               *
005810******************************************************************
005820 0310-DETALLE-RPT.
005830     EVALUATE TRUE
005840         WHEN WK-MOV-ALTA
005850              MOVE 'ALTA        ' TO WK-MOV-DESC
005860         WHEN WK-MOV-CAMBIO
005870              MOVE 'CAMBIO      ' TO WK-MOV-DESC
005880         WHEN WK-MOV-INACTIVACION
005890              MOVE 'INACTIVACION' TO WK-MOV-DESC
005900         WHEN WK-MOV-BAJA
005910              MOVE 'BAJA        ' TO WK-MOV-DESC
005920     END-EVALUATE.
005930
005940     IF WK-LINEA-ACTUAL >= WK-MAX-LINEAS
005950         PERFORM 0150-ENCABEZADO-RPT THRU 0150-FIN
005960     END-IF.
005970     MOVE SPACES TO SAM-CRME-RECORD.
005980     STRING 'ENVIADA   '     DELIMITED BY SIZE
005990            CRMS-CLIENTE     DELIMITED BY SIZE
006000            '  '             DELIMITED BY SIZE
006010            WK-MOV-DESC      DELIMITED BY SIZE
006020            '  FECHA: '      DELIMITED BY SIZE
006030            CRMS-FECHA-EFEC  DELIMITED BY SIZE
006040            '  '             DELIMITED BY SIZE
006050            WK-IMG-NAME      DELIMITED BY SIZE
006060       INTO SAM-CRME-RECORD.
006070     WRITE SAM-CRME-RECORD AFTER ADVANCING 1 LINE.
006080     ADD 1 TO WK-LINEA-ACTUAL.
006090 0310-FIN.
006100     EXIT.
006110
006120******************************************************************
006130* 0150-ENCABEZADO-RPT                                            *
006140******************************************************************
006150 0150-ENCABEZADO-RPT.
006160     ADD 1 TO WK-PAGINA.
006170     MOVE WK-PAGINA TO WK-PAGINA-ED.
006180
006190     MOVE SPACES TO SAM-CRME-RECORD.
006200     IF WK-PAGINA = 1
006210         WRITE SAM-CRME-RECORD AFTER ADVANCING 1 LINE
006220     ELSE
006230         WRITE SAM-CRME-RECORD AFTER ADVANCING PAGE
006240     END-IF.
006250
006260     MOVE SPACES TO SAM-CRME-RECORD.
006270     STRING 'SAMCRMEN'   DELIMITED BY SIZE
006280            ' - ENVIO DE CAMBIOS AL CRM'
006290                         DELIMITED BY SIZE
006300            ' - FECHA: ' DELIMITED BY SIZE
006310            WK-DATE-CURR DELIMITED BY SIZE
006320       INTO SAM-CRME-RECORD.
006330     WRITE SAM-CRME-RECORD AFTER ADVANCING 1 LINE.
006340
006350     MOVE SPACES TO SAM-CRME-RECORD.
006360     STRING 'PAGINA: '          DELIMITED BY SIZE
006370            WK-PAGINA-ED        DELIMITED BY SIZE
006380            '  ENVIO: '         DELIMITED BY SIZE
006390            WK-ENVIO-NUMERO     DELIMITED BY SIZE
006400            '  DESDE MARCA: '   DELIMITED BY SIZE
006410            WK-MARCA-ULT        DELIMITED BY SIZE
006420       INTO SAM-CRME-RECORD.
006430     WRITE SAM-CRME-RECORD AFTER ADVANCING 1 LINE.
006440
006450     MOVE SPACES TO SAM-CRME-RECORD.
006460     WRITE SAM-CRME-RECORD AFTER ADVANCING 1 LINE.
006470
006480     MOVE 4 TO WK-LINEA-ACTUAL.
006490 0150-FIN.
006500     EXIT.
006510
006520******************************************************************
006530* 0160-GRABA-ENCABEZADO / 0165-GRABA-TRAILER                     *
006540* EL ENCABEZADO LLEVA EL NUMERO DE ENVIO Y LA VENTANA DE JOURNAL *
006550* QUE CUBRE (MARCA DESDE, EXCLUSIVA, Y HASTA, INCLUSIVA); EL     *
006560* TRAILER LA CUENTA POR MOVIMIENTO Y EL HASH (SUMA) DE LLAVES,   *
006570* MISMO CRITERIO QUE EL TRAILER DE SAM-CTRN.                     *
006580******************************************************************
006590 0160-GRABA-ENCABEZADO.
006600     MOVE SPACES           TO CRMS-HEADER-RECORD.
006610     MOVE 'H'              TO CRMSH-TIPO.
006620     MOVE 'SAMCRMEN'       TO CRMSH-ORIGEN.
006630     MOVE WK-ENVIO-NUMERO  TO CRMSH-ENVIO.
006640     MOVE WK-DATE-CURR     TO CRMSH-FECHA-PROCESO.
006650     MOVE WK-MARCA-ULT     TO CRMSH-MARCA-DESDE.
006660     MOVE WK-MARCA-MAX     TO CRMSH-MARCA-HASTA.
006670     WRITE CRMS-HEADER-RECORD.
006680 0160-FIN.
006690     EXIT.
006700
006710 0165-GRABA-TRAILER.
006720     MOVE SPACES           TO CRMS-TRAILER-RECORD.
006730     MOVE 'T'              TO CRMST-TIPO.
006740     MOVE 'SAMCRMEN'       TO CRMST-ORIGEN.
006750     MOVE WK-ENVIO-NUMERO  TO CRMST-ENVIO.
006760     MOVE WK-CONT-ALTAS    TO CRMST-CONT-ALTAS.
006770     MOVE WK-CONT-CAMBIOS  TO CRMST-CONT-CAMBIOS.
006780     MOVE WK-CONT-INACTIV  TO CRMST-CONT-INACTIV.
006790     MOVE WK-CONT-BAJAS    TO CRMST-CONT-BAJAS.
006800     MOVE WK-CONT-ENVIADOS TO CRMST-CONT-TOTAL.
006810     MOVE WK-ENVIO-HASH    TO CRMST-HASH.
006820     WRITE CRMS-TRAILER-RECORD.
006830 0165-FIN.
006840     EXIT.
006850
006860******************************************************************
006870* 0170-GRABA-CONTROL                                             *
006880* EL CONTROL DE SALIDA QUEDA CON LA MAYOR MARCA VISTA HOY (O LA  *
006890* ANTERIOR SI NO LLEGO NADA NUEVO) Y EL NUMERO DE ESTE ENVIO.    *
006900******************************************************************
006910 0170-GRABA-CONTROL.
006920     MOVE SPACES          TO SAM-CRMU-RECORD.
006930     MOVE WK-MM-FECHA     TO CRMU-FECHA-ULT.
006940     MOVE WK-MM-SECUENCIA TO CRMU-SECUENCIA-ULT.
006950     MOVE WK-ENVIO-NUMERO TO CRMU-ENVIO-ULT.
006960     MOVE WK-DATE-CURR    TO CRMU-FECHA-ENVIO.
006970     MOVE SAM-CRMU-RECORD TO CRMU-SAL-RECORD.
006980     WRITE CRMU-SAL-RECORD.
006990 0170-FIN.
007000     EXIT.
007010
007020******************************************************************
007030* 0950-TOTALES-CONTROL                                           *
007040* DEBE CUADRAR: CONSIDERADOS SE REDUCEN A LLAVES; LLAVES =       *
007050* ALTAS + CAMBIOS + INACTIVACIONES + BAJAS + NETO CERO.          *
007060******************************************************************
007070 0950-TOTALES-CONTROL.
007080     MOVE SPACES TO SAM-CRME-RECORD.
007090     WRITE SAM-CRME-RECORD AFTER ADVANCING 1 LINE.
007100
007110     MOVE 'TOTAL MOVIMIENTOS JOURNAL   : ' TO WK-CONT-ETIQUETA.
007120     MOVE WK-CONT-JRNL-LEIDOS TO WK-CONT-ED.
007130     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
007140     MOVE 'YA ENVIADOS ANTES           : ' TO WK-CONT-ETIQUETA.
007150     MOVE WK-CONT-YA-ENVIADOS TO WK-CONT-ED.
007160     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
007170     MOVE 'SIN CAMBIO AL MAESTRO       : ' TO WK-CONT-ETIQUETA.
007180     MOVE WK-CONT-SIN-CAMBIO TO WK-CONT-ED.
007190     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
007200     MOVE 'ORIGINADOS EN EL CRM        : ' TO WK-CONT-ETIQUETA.
007210     MOVE WK-CONT-DEL-CRM TO WK-CONT-ED.
007220     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
007230     MOVE 'MOVIMIENTOS CONSIDERADOS    : ' TO WK-CONT-ETIQUETA.
007240     MOVE WK-CONT-CONSIDERADOS TO WK-CONT-ED.
007250     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
007260     MOVE 'LLAVES CON MOVIMIENTO       : ' TO WK-CONT-ETIQUETA.
007270     MOVE WK-MOV-CNT TO WK-CONT-ED.
007280     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
007290     MOVE 'ALTAS ENVIADAS              : ' TO WK-CONT-ETIQUETA.
007300     MOVE WK-CONT-ALTAS TO WK-CONT-ED.
007310     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
007320     MOVE 'CAMBIOS ENVIADOS            : ' TO WK-CONT-ETIQUETA.
007330     MOVE WK-CONT-CAMBIOS TO WK-CONT-ED.
007340     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
007350     MOVE 'INACTIVACIONES ENVIADAS     : ' TO WK-CONT-ETIQUETA.
007360     MOVE WK-CONT-INACTIV TO WK-CONT-ED.
007370     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
007380     MOVE 'BAJAS ENVIADAS              : ' TO WK-CONT-ETIQUETA.
007390     MOVE WK-CONT-BAJAS TO WK-CONT-ED.
007400     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
007410     MOVE 'ALTA Y BAJA EN LA VENTANA   : ' TO WK-CONT-ETIQUETA.
007420     MOVE WK-CONT-NETO-CERO TO WK-CONT-ED.
007430     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
007440     MOVE 'TOTAL ENVIADOS AL CRM       : ' TO WK-CONT-ETIQUETA.
007450     MOVE WK-CONT-ENVIADOS TO WK-CONT-ED.
007460     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
007470 0950-FIN.
007480     EXIT.
007490
007500 0960-LINEA-TOTAL.
007510     MOVE SPACES TO SAM-CRME-RECORD.
007520     STRING WK-CONT-ETIQUETA DELIMITED BY SIZE
007530            WK-CONT-ED       DELIMITED BY SIZE
007540       INTO SAM-CRME-RECORD.
007550     WRITE SAM-CRME-RECORD AFTER ADVANCING 1 LINE.
007560 0960-FIN.
007570     EXIT.
007580
007590******************************************************************
007600* 0900-TERMINA                                                   *
007610******************************************************************
007620 0900-TERMINA.
007630     PERFORM 0165-GRABA-TRAILER   THRU 0165-FIN.
007640     PERFORM 0170-GRABA-CONTROL   THRU 0170-FIN.
007650     PERFORM 0950-TOTALES-CONTROL THRU 0950-FIN.
007660     IF NOT WK-JRNL-AUSENTE
007670         CLOSE SAM-JRNL-FILE
007680     END-IF.
007690     IF NOT WK-CRMU-AUSENTE
007700         CLOSE SAM-CRMU-FILE
007710     END-IF.
007720     CLOSE SAM-FILE.
007730     CLOSE CRMU-SAL-FILE.
007740     CLOSE SAM-CRMS-FILE.
007750     CLOSE SAM-CRME-FILE.
007760     DISPLAY "SAMCRMEN FIN PROCESO".
007770 0900-FIN.
007780     EXIT.
