000010******************************************************************
000020* SAMCUADR                                                       *
000030*                                                                *
000040* CUADRE CAMPO POR CAMPO DE SAM-FILE CONTRA SAM-TAB. SAMRECON    *
000050* SOLO VERIFICA QUE CADA SAM_ID SIGA EXISTIENDO EN SAM-FILE; ESTE*
000060* PROGRAMA COMPARA EL CONTENIDO. RECORRE SAM-FILE EN ORDEN DE    *
000070* LLAVE Y LO EMPATA CON UN CURSOR SOBRE SAM-TAB ORDENADO POR     *
000080* SAM_ID (MISMO EMPATE BALANCEADO DE COBOLSQL). POR CADA LLAVE   *
000090* EMPATADA COMPARA:                                              *
000100*   NOMBRE, DIRECCION Y CONTACTO - DESPUES DEL MISMO TRUNCAMIENTO*
000110*       A 25 POSICIONES QUE APLICA COBOLSQL CON EJEMPLO-UNISYS.  *
000120*   TELEFONO - DIRECTO (MISMO ANCHO EN ARCHIVO Y TABLA).         *
000130*   ESTADO DE SAM-FILE CONTRA SAM_ESTATUS (EL REFRESCO NO LLEVA  *
000140*       EL ESTADO DEL ARCHIVO A LA TABLA).                       *
000150* CADA DIFERENCIA SE CLASIFICA Y SE LISTA EN SAM-DRFT:           *
000160*   TABLA DESACTUALIZADA - EL VALOR DE LA TABLA NO ES EL DEL     *
000170*       ARCHIVO NI SIQUIERA DESPUES DE TRUNCARLO.                *
000180*   ESTATUS DISCREPANTE  - 'A'/'I' DEL ARCHIVO CONTRA LA TABLA.  *
000190*   SOLO TRUNCAMIENTO    - LA TABLA TIENE EL VALOR TRUNCADO DEL  *
000200*       ARCHIVO: NO HAY NADA QUE CORREGIR, PERO SE PIERDE DATO.  *
000210*   SIN RENGLON EN TABLA - LLAVE DE SAM-FILE QUE NO ESTA EN      *
000220*       SAM-TAB (LA DA DE ALTA EL REFRESCO DE COBOLSQL).         *
000230*   RENGLON SIN REGISTRO - HUERFANO DE SAM-TAB; SOLO SE CUENTA,  *
000240*       EL LISTADO Y LA DEPURACION SON DE SAMRECON.              *
000250* CON EL PARM DE CORRECCION SE ACTUALIZA EL LADO DE LA TABLA     *
000260* (CONTENIDO Y ESTATUS) Y SE GRABA EN SAM-AUDT LA IMAGEN         *
000270* ANTES/DESPUES DE CADA RENGLON CORREGIDO, SIN TENER QUE CORRER  *
000280* UN REFRESCO COMPLETO. EL LISTADO CIERRA CON CONTEOS POR TIPO.  *
000290* RETURN-CODE 4 SI QUEDO ALGUNA DIFERENCIA QUE CORREGIR.         *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    SAMCUADR.
000330 AUTHOR.        R ALVARADO.
000340 INSTALLATION.  DEPTO DE SISTEMAS.
000350 DATE-WRITTEN.  09/25/2026.
000360 DATE-COMPILED. 09/25/2026.
000370*----------------------------------------------------------------
000380* MODIFICATION HISTORY
000390*----------------------------------------------------------------
000400* 09/25/2026  RAV  VERSION ORIGINAL - CUADRE DE CONTENIDO Y DE
000410*                  ESTATUS ENTRE SAM-FILE Y SAM-TAB, CON
000420*                  CLASIFICACION DE DIFERENCIAS Y CORRECCION
000430*                  OPCIONAL DE LA TABLA CON PISTA EN SAM-AUDT.
000440*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480
000490     SELECT SAM-FILE
000500         ASSIGN TO "Sample-File"
000510         ORGANIZATION IS INDEXED
000520         RECORD KEY IS SAM-FILE-KEY-NUMBER
000530         ACCESS MODE IS DYNAMIC
000540         FILE STATUS IS WS-SAM-FILE-STATUS.
000550
000560     SELECT SAM-DRFT-FILE
000570         ASSIGN TO "SAM-DRFT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-SAM-DRFT-STATUS.
000600
000610     SELECT SAM-AUDT-FILE
000620         ASSIGN TO "SAM-AUDT"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-SAM-AUDT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680
000690 FD  SAM-FILE
000700     DATA RECORD IS SAM-FILE-RECORD
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 117 CHARACTERS.
000730 01  SAM-FILE-RECORD.
000740     05 SAM-FILE-KEY-NUMBER   PIC X(06).
000750     05 SAM-FILE-NAME         PIC X(30).
000760     05 SAM-FILE-ADDRESS      PIC X(30).
000770     05 SAM-FILE-CONTACT      PIC X(30).
000780     05 SAM-FILE-ESTADO       PIC X(01).
000790     05 SAM-FILE-TELEFONO     PIC X(10).
000800     05 SAM-FILE-FECHA-MANT   PIC X(10).
000810
000820 FD  SAM-DRFT-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 132 CHARACTERS.
000850 01  SAM-DRFT-RECORD            PIC X(132).
000860
000870 FD  SAM-AUDT-FILE
000880     DATA RECORD IS SAM-AUDT-RECORD
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 167 CHARACTERS.
000910 01  SAM-AUDT-RECORD.
000920     05 AUDT-SAM-ID             PIC X(06).
000930     05 AUDT-RUN-DATE           PIC X(10).
000940     05 AUDT-ACCION             PIC X(01).
000950     05 AUDT-NAME-ANT           PIC X(25).
000960     05 AUDT-ADDRESS-ANT        PIC X(25).
000970     05 AUDT-CONTACT-ANT        PIC X(25).
000980     05 AUDT-NAME-NVO           PIC X(25).
000990     05 AUDT-ADDRESS-NVO        PIC X(25).
001000     05 AUDT-CONTACT-NVO        PIC X(25).
001010
001020 WORKING-STORAGE SECTION.
001030
001040 EXEC SQL
001050      INCLUDE SQLCA
001060 END-EXEC.
001070
001080 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
001090
001100 EXEC SQL
001110      INCLUDE DCLSAM
001120 END-EXEC.
001130
001140 EXEC SQL END DECLARE SECTION END-EXEC.
001150
001160 EXEC SQL
001170      DECLARE CUR-SAM-TAB CURSOR FOR
001180      SELECT SAM_ID,
001190             SAM_NAME,
001200             SAM_ADDRESS,
001210             SAM_CONTACT,
001220             SAM_PHONE,
001230             SAM_ESTATUS,
001240             SAM_ESTATUS_FECHA
001250        FROM SAM-TAB
001260       ORDER BY SAM_ID
001270 END-EXEC.
001280
001290 01  WK-AREA.
001300     05 WK-DATE-CURR.
001310        07 WK-DATE-MM         PIC XX   VALUE SPACES.
001320        07 FILLER             PIC X    VALUE '-'.
001330        07 WK-DATE-DD         PIC XX   VALUE SPACES.
001340        07 FILLER             PIC X    VALUE '-'.
001350        07 WK-DATE-YYYY       PIC X(04) VALUE SPACES.
001360     05 WK-FECHA-SISTEMA      PIC 9(08) VALUE ZERO.
001370     05 WK-OPERACION-SQL      PIC X(12) VALUE SPACES.
001380     05 WK-SQLCODE-ED         PIC -(09)9.
001390     05 WK-ARC-LLAVE          PIC X(06) VALUE LOW-VALUES.
001400     05 WK-TAB-LLAVE          PIC X(06) VALUE LOW-VALUES.
001410     05 WK-EST-ARCHIVO        PIC X(01) VALUE SPACES.
001420
001430******************************************************************
001440* ARGUMENTOS DE EJEMPLO-UNISYS (LOS MISMOS DE COBOLSQL) Y EL     *
001450* CAMPO EN TURNO DE COMPARACION.                                 *
001460******************************************************************
001470 01  WK-TRUNC-AREA.
001480     05 WK-TRUNC-LLAVE        PIC 9(06).
001490     05 WK-TRUNC-LONG-DESTINO PIC 9(02) VALUE 25.
001500     05 WK-TRUNC-CAMPO        PIC X(30).
001510     05 WK-TRUNC-SW           PIC X(01).
001520        88 WK-HUBO-TRUNCAMIENTO         VALUE 'Y'.
001530     05 WK-CMP-NOMBRE         PIC X(09).
001540     05 WK-CMP-ARCHIVO        PIC X(30).
001550     05 WK-CMP-TABLA          PIC X(25).
001560
001570******************************************************************
001580* IMAGEN DE LA TABLA ANTES DE CORREGIR Y VALORES QUE LE TOCAN    *
001590* SEGUN SAM-FILE (YA TRUNCADOS).                                 *
001600******************************************************************
001610 01  WK-IMAGEN-TABLA.
001620     05 WK-ANT-NAME           PIC X(25).
001630     05 WK-ANT-ADDRESS        PIC X(25).
001640     05 WK-ANT-CONTACT        PIC X(25).
001650     05 WK-NVO-NAME           PIC X(25).
001660     05 WK-NVO-ADDRESS        PIC X(25).
001670     05 WK-NVO-CONTACT        PIC X(25).
001680
001690 01  WK-DETALLE.
001700     05 WK-DET-CAMPO          PIC X(09).
001710     05 WK-DET-TIPO           PIC X(20).
001720     05 WK-DET-ARCHIVO        PIC X(30).
001730     05 WK-DET-TABLA          PIC X(25).
001740
001750 01  WK-CONTADORES.
001760     05 WK-CONT-REGISTROS     PIC 9(09) COMP VALUE ZERO.
001770     05 WK-CONT-RENGLONES     PIC 9(09) COMP VALUE ZERO.
001780     05 WK-CONT-EMPATADOS     PIC 9(09) COMP VALUE ZERO.
001790     05 WK-CONT-CON-DIFER     PIC 9(09) COMP VALUE ZERO.
001800     05 WK-CONT-DESACT        PIC 9(09) COMP VALUE ZERO.
001810     05 WK-CONT-ESTATUS       PIC 9(09) COMP VALUE ZERO.
001820     05 WK-CONT-TRUNC         PIC 9(09) COMP VALUE ZERO.
001830     05 WK-CONT-SIN-RENGLON   PIC 9(09) COMP VALUE ZERO.
001840     05 WK-CONT-HUERFANOS     PIC 9(09) COMP VALUE ZERO.
001850     05 WK-CONT-CORREGIDOS    PIC 9(09) COMP VALUE ZERO.
001860     05 WK-CONT-REGISTROS-ED  PIC ZZZ,ZZZ,ZZ9.
001870     05 WK-CONT-RENGLONES-ED  PIC ZZZ,ZZZ,ZZ9.
001880     05 WK-CONT-EMPATADOS-ED  PIC ZZZ,ZZZ,ZZ9.
001890     05 WK-CONT-CONDIFER-ED   PIC ZZZ,ZZZ,ZZ9.
001900     05 WK-CONT-DESACT-ED     PIC ZZZ,ZZZ,ZZ9.
001910     05 WK-CONT-ESTATUS-ED    PIC ZZZ,ZZZ,ZZ9.
001920     05 WK-CONT-TRUNC-ED      PIC ZZZ,ZZZ,ZZ9.
001930     05 WK-CONT-SINRENG-ED    PIC ZZZ,ZZZ,ZZ9.
001940     05 WK-CONT-HUERFANOS-ED  PIC ZZZ,ZZZ,ZZ9.
001950     05 WK-CONT-CORREGID-ED   PIC ZZZ,ZZZ,ZZ9.
001960
001970 01  WK-SWITCHES.
001980     05 WK-ACCION             PIC X(01) VALUE ' '.
001990        88 WK-ACCION-CORRIGE           VALUE 'C'.
002000     05 WK-DIF-CONTENIDO-SW   PIC X(01) VALUE 'N'.
002010        88 WK-DIF-CONTENIDO            VALUE 'Y'.
002020     05 WK-DIF-ESTATUS-SW     PIC X(01) VALUE 'N'.
002030        88 WK-DIF-ESTATUS              VALUE 'Y'.
002060
002070 01  WK-RPT-AREA.
002080     05 WK-LINEA-ACTUAL       PIC 9(03) COMP VALUE 99.
002090     05 WK-MAX-LINEAS         PIC 9(03) COMP VALUE 060.
002100     05 WK-PAGINA             PIC 9(05) COMP VALUE ZERO.
002110     05 WK-PAGINA-ED          PIC ZZZZ9.
002120
002130 01  WS-AREA.
002140     05  WS-SAM-FILE-STATUS   PIC XX   VALUE SPACES.
002150         88 SAM-FILE-EOF               VALUE '10'.
002160     05  WS-SAM-DRFT-STATUS   PIC XX   VALUE SPACES.
002170     05  WS-SAM-AUDT-STATUS   PIC XX   VALUE SPACES.
002180
002190 LINKAGE SECTION.
002200******************************************************************
002210* PARM DE JCL - FORMATO POSICIONAL                               *
002220*   COL    1   ACCION:                                           *
002230*              'C' CORRIGE SAM-TAB CON LOS VALORES DE SAM-FILE   *
002240*                  (NOMBRE, DIRECCION Y CONTACTO TRUNCADOS,      *
002250*                  TELEFONO Y ESTATUS CON FECHA DE LA CORRIDA) Y *
002260*                  GRABA SAM-AUDT                                *
002270*              CUALQUIER OTRO VALOR: SOLO REPORTA                *
002280******************************************************************
002290 01  LS-PARM.
002300     05 LS-PARM-LEN           PIC S9(04) COMP.
002310     05 LS-PARM-TEXT.
002320        10 LS-PARM-ACCION       PIC X(01).
002330        10 FILLER               PIC X(79).
002340
002350 PROCEDURE DIVISION USING LS-PARM.
002360
002370******************************************************************
002380* 0000-PROGRAMA                                                  *
002390******************************************************************
002400 0000-PROGRAMA.
002410     PERFORM 0100-INICIO  THRU 0100-FIN.
002420
002430     PERFORM 0500-PROCESO THRU 0500-FIN
002440             UNTIL WK-ARC-LLAVE = HIGH-VALUES
002450               AND WK-TAB-LLAVE = HIGH-VALUES.
002460
002470     PERFORM 0900-TERMINA THRU 0900-FIN.
002480
002490     STOP RUN.
002500
002510******************************************************************
002520* 0050-EDITA-PARM                                                *
002530******************************************************************
002540 0050-EDITA-PARM.
002550     IF LS-PARM-LEN < 1
002560         GO TO 0050-FIN
002570     END-IF.
002580     IF LS-PARM-ACCION = 'C'
002590         MOVE LS-PARM-ACCION TO WK-ACCION
002600     END-IF.
002610 0050-FIN.
002620     EXIT.
002630
002640******************************************************************
002650* 0100-INICIO                                                    *
002660* SAM-AUDT SOLO SE ABRE EN MODO DE CORRECCION; EN MODO REPORTE   *
002670* NO SE TOCA LA TABLA Y NO HAY NADA QUE AUDITAR.                 *
002680******************************************************************
002690 0100-INICIO.
002700     PERFORM 0050-EDITA-PARM THRU 0050-FIN.
002710
002720     ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD.
002730     MOVE WK-FECHA-SISTEMA(5:2) TO WK-DATE-MM.
002740     MOVE WK-FECHA-SISTEMA(7:2) TO WK-DATE-DD.
002750     MOVE WK-FECHA-SISTEMA(1:4) TO WK-DATE-YYYY.
002760
002770     OPEN INPUT  SAM-FILE.
002780     OPEN OUTPUT SAM-DRFT-FILE.
002790     IF WK-ACCION-CORRIGE
002800         OPEN OUTPUT SAM-AUDT-FILE
002810     END-IF.
002820     PERFORM 0102-VALIDA-APERTURA THRU 0102-FIN.
002830     PERFORM 0150-ENCABEZADO-RPT  THRU 0150-FIN.
002840
002850     EXEC SQL
002860         OPEN CUR-SAM-TAB
002870     END-EXEC.
002880     IF SQLCODE NOT = ZERO
002890         MOVE 'OPEN CURSOR'       TO WK-OPERACION-SQL
002900         PERFORM 0850-ERROR-SQL   THRU 0850-FIN
002910     END-IF.
002920
002930     PERFORM 0110-LEE-SAM-FILE  THRU 0110-FIN.
002940     PERFORM 0120-FETCH-SAM-TAB THRU 0120-FIN.
002950 0100-FIN.
002960     EXIT.
002970
002980******************************************************************
002990* 0102-VALIDA-APERTURA                                           *
003000******************************************************************
003010 0102-VALIDA-APERTURA.
003020     IF WS-SAM-FILE-STATUS NOT = '00'
003030         DISPLAY "ERROR AL ABRIR SAM-FILE      STATUS "
003040                 WS-SAM-FILE-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     IF WS-SAM-DRFT-STATUS NOT = '00'
003090         DISPLAY "ERROR AL ABRIR SAM-DRFT-FILE STATUS "
003100                 WS-SAM-DRFT-STATUS
003110         MOVE 16 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003140     IF WK-ACCION-CORRIGE
003150        AND WS-SAM-AUDT-STATUS NOT = '00'
003160         DISPLAY "ERROR AL ABRIR SAM-AUDT-FILE STATUS "
003170                 WS-SAM-AUDT-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210 0102-FIN.
003220     EXIT.
003230
003240******************************************************************
003250* 0110-LEE-SAM-FILE                                              *
003260* LECTURA SECUENCIAL POR LLAVE. AL FIN DE ARCHIVO LA LLAVE DE    *
003270* EMPATE QUEDA EN HIGH-VALUES, IGUAL QUE LA DEL CURSOR.          *
003280******************************************************************
003290 0110-LEE-SAM-FILE.
003300     READ SAM-FILE NEXT
003310         AT END
003320             DISPLAY "SAMCUADR FIN SAM-FILE"
003330     END-READ.
003340     IF SAM-FILE-EOF
003350         MOVE HIGH-VALUES TO WK-ARC-LLAVE
003360     ELSE
003370         ADD 1 TO WK-CONT-REGISTROS
003380         MOVE SAM-FILE-KEY-NUMBER TO WK-ARC-LLAVE
003390     END-IF.
003400 0110-FIN.
003410     EXIT.
003420
003430******************************************************************
003440* 0120-FETCH-SAM-TAB                                             *
003450* SQLCODE 100 ES FIN DE CURSOR (LLAVE EN HIGH-VALUES); CUALQUIER *
003460* OTRO SQLCODE DISTINTO DE CERO DETIENE EL JOB.                  *
003470******************************************************************
003480 0120-FETCH-SAM-TAB.
003490     EXEC SQL
003500         FETCH CUR-SAM-TAB
003510          INTO :SAM-ID,
003520               :SAM-NAME,
003530               :SAM-ADDRESS,
003540               :SAM-CONTACT,
003550               :SAM-PHONE,
003560               :SAM-ESTATUS,
003570               :SAM-ESTATUS-FECHA
003580     END-EXEC.
003590
003600     EVALUATE TRUE
003610         WHEN SQLCODE = ZERO
003620              ADD 1 TO WK-CONT-RENGLONES
003630              MOVE SAM-ID TO WK-TAB-LLAVE
003640         WHEN SQLCODE = 100
003650              MOVE HIGH-VALUES TO WK-TAB-LLAVE
003660         WHEN OTHER
003670              MOVE 'FETCH CURSOR'    TO WK-OPERACION-SQL
003680              PERFORM 0850-ERROR-SQL THRU 0850-FIN
003690     END-EVALUATE.
003700 0120-FIN.
003710     EXIT.
003720
003730******************************************************************
003740* 0500-PROCESO                                                   *
003750* EMPATE BALANCEADO DE LAS DOS LLAVES: LA MENOR AVANZA. LLAVE    *
003760* SOLO EN SAM-FILE = SIN RENGLON EN TABLA; LLAVE SOLO EN SAM-TAB *
003770* = HUERFANO (SE CUENTA); LLAVES IGUALES = SE COMPARAN CAMPOS.   *
003780******************************************************************
003790 0500-PROCESO.
003800     EVALUATE TRUE
003810         WHEN WK-ARC-LLAVE < WK-TAB-LLAVE
003820              PERFORM 0210-SIN-RENGLON THRU 0210-FIN
003830              PERFORM 0110-LEE-SAM-FILE THRU 0110-FIN
003840         WHEN WK-ARC-LLAVE > WK-TAB-LLAVE
003850              ADD 1 TO WK-CONT-HUERFANOS
003860              PERFORM 0120-FETCH-SAM-TAB THRU 0120-FIN
003870         WHEN OTHER
003880              ADD 1 TO WK-CONT-EMPATADOS
003890              PERFORM 0300-COMPARA-REGISTRO THRU 0300-FIN
003900              PERFORM 0110-LEE-SAM-FILE  THRU 0110-FIN
003910              PERFORM 0120-FETCH-SAM-TAB THRU 0120-FIN
003920     END-EVALUATE.
003930 0500-FIN.
003940     EXIT.
003950
003960******************************************************************
003970* 0210-SIN-RENGLON                                               *
003980******************************************************************
003990 0210-SIN-RENGLON.
004000     ADD 1 TO WK-CONT-SIN-RENGLON.
004010     MOVE 'LLAVE'                TO WK-DET-CAMPO.
004020     MOVE 'SIN RENGLON EN TABLA' TO WK-DET-TIPO.
004030     MOVE SAM-FILE-NAME          TO WK-DET-ARCHIVO.
004040     MOVE SPACES                 TO WK-DET-TABLA.
004050     PERFORM 0330-REPORTA-DIFERENCIA THRU 0330-FIN.
004060 0210-FIN.
004070     EXIT.
004080
004090******************************************************************
004100* 0300-COMPARA-REGISTRO                                          *
004110* COMPARA LOS CINCO CAMPOS DE LA LLAVE EMPATADA. UN ESTADO EN    *
004120* BLANCO EN SAM-FILE (REGISTROS ANTERIORES AL CAMPO) VALE 'A',   *
004130* IGUAL QUE EN LAS ALTAS DE SAMMANT.                             *
004140******************************************************************
004150 0300-COMPARA-REGISTRO.
004160     MOVE 'N' TO WK-DIF-CONTENIDO-SW.
004170     MOVE 'N' TO WK-DIF-ESTATUS-SW.
004190     IF SAM-FILE-KEY-NUMBER IS NUMERIC
004200         MOVE SAM-FILE-KEY-NUMBER TO WK-TRUNC-LLAVE
004210     ELSE
004220         MOVE ZERO TO WK-TRUNC-LLAVE
004230     END-IF.
004240
004250     MOVE 'NOMBRE'         TO WK-CMP-NOMBRE.
004260     MOVE SAM-FILE-NAME    TO WK-CMP-ARCHIVO.
004270     MOVE SAM-NAME         TO WK-CMP-TABLA.
004280     PERFORM 0320-COMPARA-CAMPO THRU 0320-FIN.
004290     MOVE WK-TRUNC-CAMPO(1:25) TO WK-NVO-NAME.
004300
004310     MOVE 'DIRECCION'      TO WK-CMP-NOMBRE.
004320     MOVE SAM-FILE-ADDRESS TO WK-CMP-ARCHIVO.
004330     MOVE SAM-ADDRESS      TO WK-CMP-TABLA.
004340     PERFORM 0320-COMPARA-CAMPO THRU 0320-FIN.
004350     MOVE WK-TRUNC-CAMPO(1:25) TO WK-NVO-ADDRESS.
004360
004370     MOVE 'CONTACTO'       TO WK-CMP-NOMBRE.
004380     MOVE SAM-FILE-CONTACT TO WK-CMP-ARCHIVO.
004390     MOVE SAM-CONTACT      TO WK-CMP-TABLA.
004400     PERFORM 0320-COMPARA-CAMPO THRU 0320-FIN.
004410     MOVE WK-TRUNC-CAMPO(1:25) TO WK-NVO-CONTACT.
004420
004430     IF SAM-FILE-TELEFONO NOT = SAM-PHONE
004440         MOVE 'Y'                    TO WK-DIF-CONTENIDO-SW
004450         ADD 1 TO WK-CONT-DESACT
004460         MOVE 'TELEFONO'             TO WK-DET-CAMPO
004470         MOVE 'TABLA DESACTUALIZADA' TO WK-DET-TIPO
004480         MOVE SAM-FILE-TELEFONO      TO WK-DET-ARCHIVO
004490         MOVE SAM-PHONE              TO WK-DET-TABLA
004500         PERFORM 0330-REPORTA-DIFERENCIA THRU 0330-FIN
004510     END-IF.
004520
004530     IF SAM-FILE-ESTADO = SPACE
004540         MOVE 'A'             TO WK-EST-ARCHIVO
004550     ELSE
004560         MOVE SAM-FILE-ESTADO TO WK-EST-ARCHIVO
004570     END-IF.
004580     IF WK-EST-ARCHIVO NOT = SAM-ESTATUS
004590         MOVE 'Y'                    TO WK-DIF-ESTATUS-SW
004600         ADD 1 TO WK-CONT-ESTATUS
004610         MOVE 'ESTATUS'              TO WK-DET-CAMPO
004620         MOVE 'ESTATUS DISCREPANTE'  TO WK-DET-TIPO
004630         MOVE WK-EST-ARCHIVO         TO WK-DET-ARCHIVO
004640         MOVE SAM-ESTATUS            TO WK-DET-TABLA
004650         PERFORM 0330-REPORTA-DIFERENCIA THRU 0330-FIN
004660     END-IF.
004670
004680     IF WK-DIF-CONTENIDO OR WK-DIF-ESTATUS
004690         ADD 1 TO WK-CONT-CON-DIFER
004700         IF WK-ACCION-CORRIGE
004710             PERFORM 0400-CORRIGE-RENGLON THRU 0400-FIN
004720         END-IF
004730     END-IF.
004740 0300-FIN.
004750     EXIT.
004760
004770******************************************************************
004780* 0320-COMPARA-CAMPO                                             *
004790* TRUNCA EL CAMPO DEL ARCHIVO CON EJEMPLO-UNISYS EXACTAMENTE     *
004800* COMO LO HACE 0146-ARMA-HOST-VARS DE COBOLSQL Y LO COMPARA CON  *
004810* LA TABLA. SI DIFIERE, LA TABLA ESTA DESACTUALIZADA; SI COINCIDE*
004820* PERO EL TRUNCAMIENTO PERDIO DATO, LA UNICA DIFERENCIA ES EL    *
004830* TRUNCAMIENTO. WK-TRUNC-CAMPO QUEDA CON EL VALOR TRUNCADO.      *
004840******************************************************************
004850 0320-COMPARA-CAMPO.
004860     CALL 'EJEMPLO-UNISYS' USING WK-TRUNC-LLAVE,
004870                                 WK-CMP-ARCHIVO,
004880                                 WK-TRUNC-LONG-DESTINO,
004890                                 WK-TRUNC-CAMPO,
004900                                 WK-TRUNC-SW
004910     END-CALL.
004920     MOVE WK-CMP-NOMBRE  TO WK-DET-CAMPO.
004930     MOVE WK-CMP-ARCHIVO TO WK-DET-ARCHIVO.
004940     MOVE WK-CMP-TABLA   TO WK-DET-TABLA.
004950     IF WK-TRUNC-CAMPO(1:25) NOT = WK-CMP-TABLA
004960         MOVE 'Y'                    TO WK-DIF-CONTENIDO-SW
004970         ADD 1 TO WK-CONT-DESACT
004980         MOVE 'TABLA DESACTUALIZADA' TO WK-DET-TIPO
004990         PERFORM 0330-REPORTA-DIFERENCIA THRU 0330-FIN
005000         GO TO 0320-FIN
005010     END-IF.
005020     IF WK-HUBO-TRUNCAMIENTO
005030         ADD 1 TO WK-CONT-TRUNC
005040         MOVE 'SOLO TRUNCAMIENTO'    TO WK-DET-TIPO
005050         PERFORM 0330-REPORTA-DIFERENCIA THRU 0330-FIN
005060     END-IF.
005070 0320-FIN.
005080     EXIT.
005090
005100******************************************************************
005110* 0330-REPORTA-DIFERENCIA                                        *
005120* UNA LINEA POR DIFERENCIA: LLAVE, CAMPO, TIPO, VALOR EN EL      *
005130* ARCHIVO (COMPLETO) Y VALOR EN LA TABLA.                        *
005140******************************************************************
005150 0330-REPORTA-DIFERENCIA.
005160     IF WK-LINEA-ACTUAL >= WK-MAX-LINEAS
005170         PERFORM 0150-ENCABEZADO-RPT THRU 0150-FIN
005180     END-IF.
005190     MOVE SPACES TO SAM-DRFT-RECORD.
005200     STRING SAM-FILE-KEY-NUMBER DELIMITED BY SIZE
005210            '  '                DELIMITED BY SIZE
005220            WK-DET-CAMPO        DELIMITED BY SIZE
005230            '  '                DELIMITED BY SIZE
005240            WK-DET-TIPO         DELIMITED BY SIZE
005250            '  ARCHIVO: '       DELIMITED BY SIZE
005260            WK-DET-ARCHIVO      DELIMITED BY SIZE
005270            '  TABLA: '         DELIMITED BY SIZE
005280            WK-DET-TABLA        DELIMITED BY SIZE
005290       INTO SAM-DRFT-RECORD.
005300     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
005310     ADD 1 TO WK-LINEA-ACTUAL.
005320 0330-FIN.
005330     EXIT.
005340
005350******************************************************************
005360* 0400-CORRIGE-RENGLON                                           *
005370* LLEVA A SAM-TAB LOS VALORES DE SAM-FILE: NOMBRE, DIRECCION Y   *
005380* CONTACTO YA TRUNCADOS, TELEFONO Y, SI DIFIERE, EL ESTATUS CON  *
005390* LA FECHA DE LA CORRIDA. LA PISTA EN SAM-AUDT LLEVA ACCION 'N'  *
005400* SI EL RENGLON QUEDA INACTIVO, 'R' SI SE REACTIVA (COMO EN EL   *
005410* REFRESCO) Y 'U' SI SOLO CAMBIO EL CONTENIDO.                   *
005420******************************************************************
005430 0400-CORRIGE-RENGLON.
005440     MOVE SAM-NAME          TO WK-ANT-NAME.
005450     MOVE SAM-ADDRESS       TO WK-ANT-ADDRESS.
005460     MOVE SAM-CONTACT       TO WK-ANT-CONTACT.
005470
005480     MOVE WK-NVO-NAME       TO SAM-NAME.
005490     MOVE WK-NVO-ADDRESS    TO SAM-ADDRESS.
005500     MOVE WK-NVO-CONTACT    TO SAM-CONTACT.
005510     MOVE SAM-FILE-TELEFONO TO SAM-PHONE.
005520     IF WK-DIF-ESTATUS
005530         MOVE WK-EST-ARCHIVO TO SAM-ESTATUS
005540         MOVE WK-DATE-CURR   TO SAM-ESTATUS-FECHA
005550     END-IF.
005560
005570     EXEC SQL
005580         UPDATE SAM-TAB
005590            SET SAM_NAME          = :SAM-NAME,
005600                SAM_ADDRESS       = :SAM-ADDRESS,
005610                SAM_CONTACT       = :SAM-CONTACT,
005620                SAM_PHONE         = :SAM-PHONE,
005630                SAM_ESTATUS       = :SAM-ESTATUS,
005640                SAM_ESTATUS_FECHA = :SAM-ESTATUS-FECHA
005650          WHERE SAM_ID = :SAM-ID
005660     END-EXEC.
005670     IF SQLCODE NOT = ZERO
005680         MOVE 'UPDATE'            TO WK-OPERACION-SQL
005690         PERFORM 0850-ERROR-SQL   THRU 0850-FIN
005700     END-IF.
005710     ADD 1 TO WK-CONT-CORREGIDOS.
005720
005730     MOVE SPACES            TO SAM-AUDT-RECORD.
005740     MOVE SAM-ID            TO AUDT-SAM-ID.
005750     MOVE WK-DATE-CURR      TO AUDT-RUN-DATE.
005760     EVALUATE TRUE
005770         WHEN WK-DIF-ESTATUS AND SAM-ESTATUS = 'I'
005780              MOVE 'N' TO AUDT-ACCION
005790         WHEN WK-DIF-ESTATUS
005800              MOVE 'R' TO AUDT-ACCION
005810         WHEN OTHER
005820              MOVE 'U' TO AUDT-ACCION
005830     END-EVALUATE.
005840     MOVE WK-ANT-NAME       TO AUDT-NAME-ANT.
005850     MOVE WK-ANT-ADDRESS    TO AUDT-ADDRESS-ANT.
005860     MOVE WK-ANT-CONTACT    TO AUDT-CONTACT-ANT.
005870     MOVE SAM-NAME          TO AUDT-NAME-NVO.
005880     MOVE SAM-ADDRESS       TO AUDT-ADDRESS-NVO.
005890     MOVE SAM-CONTACT       TO AUDT-CONTACT-NVO.
005900     WRITE SAM-AUDT-RECORD.
005910 0400-FIN.
005920     EXIT.
005930
005940******************************************************************
005950* 0150-ENCABEZADO-RPT                                            *
005960******************************************************************
005970 0150-ENCABEZADO-RPT.
005980     ADD 1 TO WK-PAGINA.
005990     MOVE WK-PAGINA TO WK-PAGINA-ED.
006000
006010     MOVE SPACES TO SAM-DRFT-RECORD.
006020     IF WK-PAGINA = 1
006030         WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE
006040     ELSE
006050         WRITE SAM-DRFT-RECORD AFTER ADVANCING PAGE
006060     END-IF.
006070
006080     MOVE SPACES TO SAM-DRFT-RECORD.
006090     STRING 'SAMCUADR'   DELIMITED BY SIZE
006100            ' - CUADRE DE CAMPOS SAM-FILE CONTRA SAM-TAB'
006110                         DELIMITED BY SIZE
006120            ' - FECHA: ' DELIMITED BY SIZE
006130            WK-DATE-CURR DELIMITED BY SIZE
006140            '  ACCION: ' DELIMITED BY SIZE
006150            WK-ACCION    DELIMITED BY SIZE
006160       INTO SAM-DRFT-RECORD.
006170     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
006180
006190     MOVE SPACES TO SAM-DRFT-RECORD.
006200     STRING 'PAGINA: '   DELIMITED BY SIZE
006210            WK-PAGINA-ED DELIMITED BY SIZE
006220       INTO SAM-DRFT-RECORD.
006230     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
006240
006250     MOVE SPACES TO SAM-DRFT-RECORD.
006260     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
006270
006280     MOVE 4 TO WK-LINEA-ACTUAL.
006290 0150-FIN.
006300     EXIT.
006310
006320******************************************************************
006330* 0850-ERROR-SQL                                                 *
006340* ERROR IRRECUPERABLE DE SQL: SE DESPLIEGA LA OPERACION, LA      *
006350* LLAVE Y EL SQLCODE, Y SE DETIENE EL JOB CON RETURN-CODE 12.    *
006360******************************************************************
006370 0850-ERROR-SQL.
006380     MOVE SQLCODE TO WK-SQLCODE-ED.
006390     DISPLAY "SAMCUADR ERROR SQL EN " WK-OPERACION-SQL.
006400     DISPLAY "SAM-ID " SAM-ID " SQLCODE " WK-SQLCODE-ED.
006410     MOVE 12 TO RETURN-CODE.
006420     STOP RUN.
006430 0850-FIN.
006440     EXIT.
006450
006460******************************************************************
006470* 0950-TOTALES-CONTROL                                           *
006480* CONTEOS DE CUADRE (REGISTROS = EMPATADOS + SIN RENGLON;        *
006490* RENGLONES = EMPATADOS + HUERFANOS) Y CONTEOS POR TIPO DE       *
006500* DIFERENCIA.                                                    *
006510******************************************************************
006520 0950-TOTALES-CONTROL.
006530     MOVE WK-CONT-REGISTROS   TO WK-CONT-REGISTROS-ED.
006540     MOVE WK-CONT-RENGLONES   TO WK-CONT-RENGLONES-ED.
006550     MOVE WK-CONT-EMPATADOS   TO WK-CONT-EMPATADOS-ED.
006560     MOVE WK-CONT-CON-DIFER   TO WK-CONT-CONDIFER-ED.
006570     MOVE WK-CONT-DESACT      TO WK-CONT-DESACT-ED.
006580     MOVE WK-CONT-ESTATUS     TO WK-CONT-ESTATUS-ED.
006590     MOVE WK-CONT-TRUNC       TO WK-CONT-TRUNC-ED.
006600     MOVE WK-CONT-SIN-RENGLON TO WK-CONT-SINRENG-ED.
006610     MOVE WK-CONT-HUERFANOS   TO WK-CONT-HUERFANOS-ED.
006620     MOVE WK-CONT-CORREGIDOS  TO WK-CONT-CORREGID-ED.
006630
006640     MOVE SPACES TO SAM-DRFT-RECORD.
006650     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
006660
006670     MOVE SPACES TO SAM-DRFT-RECORD.
006680     STRING 'TOTAL REGISTROS SAM-FILE    : ' DELIMITED BY SIZE
006690            WK-CONT-REGISTROS-ED             DELIMITED BY SIZE
006700       INTO SAM-DRFT-RECORD.
006710     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
006720
006730     MOVE SPACES TO SAM-DRFT-RECORD.
006740     STRING 'TOTAL RENGLONES SAM-TAB     : ' DELIMITED BY SIZE
006750            WK-CONT-RENGLONES-ED             DELIMITED BY SIZE
006760       INTO SAM-DRFT-RECORD.
006770     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
006780
006790     MOVE SPACES TO SAM-DRFT-RECORD.
006800     STRING 'TOTAL LLAVES EMPATADAS      : ' DELIMITED BY SIZE
006810            WK-CONT-EMPATADOS-ED             DELIMITED BY SIZE
006820       INTO SAM-DRFT-RECORD.
006830     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
006840
006850     MOVE SPACES TO SAM-DRFT-RECORD.
006860     STRING 'TOTAL LLAVES CON DIFERENCIA : ' DELIMITED BY SIZE
006870            WK-CONT-CONDIFER-ED              DELIMITED BY SIZE
006880       INTO SAM-DRFT-RECORD.
006890     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
006900
006910     MOVE SPACES TO SAM-DRFT-RECORD.
006920     STRING 'TOTAL TABLA DESACTUALIZADA  : ' DELIMITED BY SIZE
006930            WK-CONT-DESACT-ED                DELIMITED BY SIZE
006940       INTO SAM-DRFT-RECORD.
006950     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
006960
006970     MOVE SPACES TO SAM-DRFT-RECORD.
006980     STRING 'TOTAL ESTATUS DISCREPANTE   : ' DELIMITED BY SIZE
006990            WK-CONT-ESTATUS-ED               DELIMITED BY SIZE
007000       INTO SAM-DRFT-RECORD.
007010     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
007020
007030     MOVE SPACES TO SAM-DRFT-RECORD.
007040     STRING 'TOTAL SOLO TRUNCAMIENTO     : ' DELIMITED BY SIZE
007050            WK-CONT-TRUNC-ED                 DELIMITED BY SIZE
007060       INTO SAM-DRFT-RECORD.
007070     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
007080
007090     MOVE SPACES TO SAM-DRFT-RECORD.
007100     STRING 'TOTAL SIN RENGLON EN TABLA  : ' DELIMITED BY SIZE
007110            WK-CONT-SINRENG-ED               DELIMITED BY SIZE
007120       INTO SAM-DRFT-RECORD.
007130     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
007140
007150     MOVE SPACES TO SAM-DRFT-RECORD.
007160     STRING 'TOTAL RENGLONES HUERFANOS   : ' DELIMITED BY SIZE
007170            WK-CONT-HUERFANOS-ED             DELIMITED BY SIZE
007180       INTO SAM-DRFT-RECORD.
007190     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
007200
007210     MOVE SPACES TO SAM-DRFT-RECORD.
007220     STRING 'TOTAL RENGLONES CORREGIDOS  : ' DELIMITED BY SIZE
007230            WK-CONT-CORREGID-ED              DELIMITED BY SIZE
007240       INTO SAM-DRFT-RECORD.
007250     WRITE SAM-DRFT-RECORD AFTER ADVANCING 1 LINE.
007260 0950-FIN.
007270     EXIT.
007280
007290******************************************************************
007300* 0900-TERMINA                                                   *
007310* RETURN-CODE 4 SI QUEDARON DIFERENCIAS SIN CORREGIR (MODO       *
007320* REPORTE) O LLAVES SIN RENGLON EN LA TABLA. EL SOLO             *
007330* TRUNCAMIENTO Y LOS HUERFANOS NO CAMBIAN EL RETURN-CODE.        *
007340******************************************************************
007350 0900-TERMINA.
007360     EXEC SQL
007370         CLOSE CUR-SAM-TAB
007380     END-EXEC.
007390     PERFORM 0950-TOTALES-CONTROL THRU 0950-FIN.
007400     CLOSE SAM-FILE.
007410     CLOSE SAM-DRFT-FILE.
007420     IF WK-ACCION-CORRIGE
007430         CLOSE SAM-AUDT-FILE
007440     END-IF.
007450     IF WK-CONT-SIN-RENGLON > ZERO
007460        OR (WK-CONT-CON-DIFER > ZERO AND NOT WK-ACCION-CORRIGE)
007470         MOVE 4 TO RETURN-CODE
007480     END-IF.
007490     DISPLAY "SAMCUADR FIN PROCESO".
007500 0900-FIN.
007510     EXIT.
