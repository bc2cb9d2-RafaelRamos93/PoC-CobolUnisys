000242* 08/30/2026  RAV  ACCION NUEVA 'R' (REACTIVACION DE UN RENGLON
000243*                  INACTIVO CUYA LLAVE REAPARECIO EN SAM-FILE),
000244*                  CON SU PROPIO CONTEO EN LOS TOTALES.
000245* 09/25/2026  RAV  ACCION NUEVA 'N' (INACTIVACION DEL RENGLON POR
000246*                  EL CUADRE DE CAMPOS SAMCUADR), CON SU PROPIO
000247*                  CONTEO EN LOS TOTALES.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000510        88 AUDT-ES-ALTA                  VALUE 'I'.
000520        88 AUDT-ES-CAMBIO                VALUE 'U'.
000525        88 AUDT-ES-REACTIVACION          VALUE 'R'.
000526        88 AUDT-ES-INACTIVACION          VALUE 'N'.
000530     05 AUDT-NAME-ANT           PIC X(25).
000540     05 AUDT-ADDRESS-ANT        PIC X(25).
000550     05 AUDT-CONTACT-ANT        PIC X(25).
000800     05 WK-CONT-ALTAS         PIC 9(09) COMP VALUE ZERO.
000810     05 WK-CONT-CAMBIOS       PIC 9(09) COMP VALUE ZERO.
000815     05 WK-CONT-REACTIV       PIC 9(09) COMP VALUE ZERO.
000816     05 WK-CONT-INACTIV       PIC 9(09) COMP VALUE ZERO.
000820     05 WK-CONT-CLIENTES      PIC 9(09) COMP VALUE ZERO.
000830     05 WK-CONT-LEIDOS-ED     PIC ZZZ,ZZZ,ZZ9.
000840     05 WK-CONT-ALTAS-ED      PIC ZZZ,ZZZ,ZZ9.
000850     05 WK-CONT-CAMBIOS-ED    PIC ZZZ,ZZZ,ZZ9.
000855     05 WK-CONT-REACTIV-ED    PIC ZZZ,ZZZ,ZZ9.
000856     05 WK-CONT-INACTIV-ED    PIC ZZZ,ZZZ,ZZ9.
000860     05 WK-CONT-CLIENTES-ED   PIC ZZZ,ZZZ,ZZ9.
000870
000880 01  WK-RPT-AREA.
002120         WHEN AUDT-ES-REACTIVACION
002125              ADD 1 TO WK-CONT-REACTIV
002130              MOVE 'REACT ' TO WK-DESC-ACCION
002131         WHEN AUDT-ES-INACTIVACION
002132              ADD 1 TO WK-CONT-INACTIV
002133              MOVE 'INACT ' TO WK-DESC-ACCION
002135         WHEN OTHER
002140              ADD 1 TO WK-CONT-CAMBIOS
002145              MOVE 'CAMBIO' TO WK-DESC-ACCION
002990     MOVE WK-CONT-ALTAS    TO WK-CONT-ALTAS-ED.
003000     MOVE WK-CONT-CAMBIOS  TO WK-CONT-CAMBIOS-ED.
003005     MOVE WK-CONT-REACTIV  TO WK-CONT-REACTIV-ED.
003006     MOVE WK-CONT-INACTIV  TO WK-CONT-INACTIV-ED.
003010     MOVE WK-CONT-CLIENTES TO WK-CONT-CLIENTES-ED.
003020
003030     MOVE SPACES TO SAM-AUDR-RECORD.
003224            WK-CONT-REACTIV-ED               DELIMITED BY SIZE
003225       INTO SAM-AUDR-RECORD.
003226     WRITE SAM-AUDR-RECORD AFTER ADVANCING 1 LINE.
003227
003228     MOVE SPACES TO SAM-AUDR-RECORD.
003231     STRING 'TOTAL INACTIVACIONES        : ' DELIMITED BY SIZE
003234            WK-CONT-INACTIV-ED               DELIMITED BY SIZE
003237       INTO SAM-AUDR-RECORD.
003240     WRITE SAM-AUDR-RECORD AFTER ADVANCING 1 LINE.
003243
003246     MOVE SPACES TO SAM-AUDR-RECORD.
003250     STRING 'TOTAL CLIENTES CON CAMBIOS  : ' DELIMITED BY SIZE
003260            WK-CONT-CLIENTES-ED              DELIMITED BY SIZE
003270       INTO SAM-AUDR-RECORD.
