000150*     DISTINTA O RETURN-CODE 8 O PEOR TAMBIEN RECHAZAN.         *
000160*   - FUNCION 'F': MARCA LA CORRIDA COMPLETADA CON EL           *
000170*     RETURN-CODE QUE REPORTA EL JOB.                           *
000171* CADA CORRIDA GUARDA FECHA Y HORA DE ARRANQUE Y DE FIN, EL     *
000172* NUMERO DE ARRANQUES DE LA FECHA (MAS DE UNO ES RECORRIDO) Y   *
000173* EL PASO QUE FALLO CUANDO EL JCL LO INFORMA EN EL FIN, PARA    *
000174* QUE SAMBITAC ARME LA BITACORA DE LA NOCHE SIN EL LOG DE       *
000175* CONSOLA.                                                      *
000180* EL PASO TERMINA CON RETURN-CODE 0 (PUEDE SEGUIR), 8 (EL JCL   *
000190* DEBE DETENER EL JOB) O 16 (ERROR DEL PROPIO CONTROL), PARA    *
000200* QUE EL SCHEDULER CONDICIONE LOS PASOS SIGUIENTES SIN DEPENDER *
000330*                  Y VALIDACION DE PREDECESOR (ARCHIVO DE
000340*                  CONTROL MAS CRUCE CONTRA SAM-STAT) PARA LA
000350*                  MALLA NOCTURNA.
000351* 10/08/2026  RAV  HORA DE ARRANQUE Y DE FIN, CONTADOR DE
000352*                  ARRANQUES Y PASO QUE FALLO EN SAM-CTRL PARA
000353*                  LA BITACORA DE LA MALLA (SAMBITAC). EL
000354*                  REGISTRO CRECE DE 41 A 80 POSICIONES.
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000560 FD  SAM-CTRL-FILE
000570     DATA RECORD IS SAM-CTRL-RECORD
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 80 CHARACTERS.
000600 01  SAM-CTRL-RECORD.
000610     05 CTRL-LLAVE.
000620        10 CTRL-FECHA-PROCESO PIC X(10).
000670     05 CTRL-RETURN-CODE      PIC 9(02).
000680     05 CTRL-FECHA-INICIO     PIC X(10).
000690     05 CTRL-FECHA-FIN        PIC X(10).
000691     05 CTRL-HORA-INICIO      PIC 9(06).
000692     05 CTRL-HORA-FIN         PIC 9(06).
000693     05 CTRL-PASO-FALLIDO     PIC X(08).
000694     05 CTRL-CORRIDAS         PIC 9(02).
000695     05 FILLER                PIC X(17).
000700
000710 FD  SAM-STAT-FILE
000720     LABEL RECORDS ARE STANDARD
000990        07 FILLER             PIC X    VALUE '-'.
001000        07 WK-DATE-YYYY       PIC X(04) VALUE SPACES.
001010     05 WK-FECHA-SISTEMA      PIC 9(08) VALUE ZERO.
001011     05 WK-HORA-SISTEMA       PIC 9(08) VALUE ZERO.
001020     05 WK-FECHA-PROCESO.
001030        07 WK-PROC-MM         PIC XX   VALUE SPACES.
001040        07 FILLER             PIC X    VALUE '-'.
001080     05 WK-JOB                PIC X(08) VALUE SPACES.
001090     05 WK-PREDECESOR         PIC X(08) VALUE SPACES.
001100     05 WK-RC-JOB             PIC 9(02) VALUE ZERO.
001101     05 WK-PASO-FALLIDO       PIC X(08) VALUE SPACES.
001110
001120 01  WK-SWITCHES.
001130     05 WK-FUNCION            PIC X(01) VALUE SPACE.
001420*              ARRANCAR UNA FECHA YA COMPLETADA                  *
001430*   COL 28-29  RETURN-CODE DEL JOB (SOLO FUNCION 'F'; EN BLANCO  *
001440*              O NO NUMERICO SE TOMA CERO)                       *
001441*   COL 30-37  PASO QUE FALLO (SOLO FUNCION 'F'; EL PASO DE FIN  *
001442*              CONDICIONAL DEL JCL LO INFORMA CUANDO UN PASO     *
001443*              TERMINA CON 8 O PEOR O ABENDA)                    *
001450******************************************************************
001460 01  LS-PARM.
001470     05 LS-PARM-LEN           PIC S9(04) COMP.
001530        10 LS-PARM-VALIDA-STAT  PIC X(01).
001540        10 LS-PARM-RECORRIDO    PIC X(01).
001550        10 LS-PARM-RC-JOB       PIC 9(02).
001551        10 LS-PARM-PASO         PIC X(08).
001560        10 FILLER               PIC X(43).
001570
001580 PROCEDURE DIVISION USING LS-PARM.
001590
002270             MOVE LS-PARM-RC-JOB TO WK-RC-JOB
002280         END-IF
002290     END-IF.
002291     IF LS-PARM-LEN >= 37
002292         MOVE LS-PARM-PASO TO WK-PASO-FALLIDO
002293     END-IF.
002300 0050-FIN.
002310     EXIT.
002320
002440     MOVE WK-FECHA-SISTEMA(5:2) TO WK-DATE-MM.
002450     MOVE WK-FECHA-SISTEMA(7:2) TO WK-DATE-DD.
002460     MOVE WK-FECHA-SISTEMA(1:4) TO WK-DATE-YYYY.
002461     ACCEPT WK-HORA-SISTEMA FROM TIME.
002470
002480     OPEN I-O SAM-CTRL-FILE.
002490     IF WS-SAM-CTRL-STATUS = '35'
003940* GRABA (O REGRABA, EN UN RECORRIDO AUTORIZADO) LA CORRIDA EN    *
003950* ESTADO 'E'. SI EL JOB MUERE, EL REGISTRO QUEDA EN 'E' Y UN     *
003960* SUCESOR QUE LO TENGA DE PREDECESOR NO ARRANCA.                 *
003961* UN ARRANQUE SOBRE UNA CORRIDA YA REGISTRADA (RESTART O         *
003962* RECORRIDO) SUMA UNO A LAS CORRIDAS Y CONSERVA EL PASO QUE      *
003963* FALLO LA VEZ ANTERIOR PARA LA BITACORA.                        *
003970******************************************************************
003980 0240-REGISTRA-ARRANQUE.
003981     IF WK-CTRL-EXISTE
003982         IF CTRL-CORRIDAS IS NUMERIC AND CTRL-CORRIDAS < 99
003983             ADD 1 TO CTRL-CORRIDAS
003984         ELSE
003985             MOVE 2 TO CTRL-CORRIDAS
003986         END-IF
003987     ELSE
003988         MOVE SPACES TO SAM-CTRL-RECORD
003989         MOVE 1      TO CTRL-CORRIDAS
003990     END-IF.
003991     MOVE WK-FECHA-PROCESO TO CTRL-FECHA-PROCESO.
004000     MOVE WK-JOB           TO CTRL-JOB.
004010     MOVE 'E'              TO CTRL-ESTADO.
004020     MOVE ZERO             TO CTRL-RETURN-CODE.
004030     MOVE WK-DATE-CURR     TO CTRL-FECHA-INICIO.
004040     MOVE SPACES           TO CTRL-FECHA-FIN.
004041     MOVE WK-HORA-SISTEMA(1:6) TO CTRL-HORA-INICIO.
004042     MOVE ZERO             TO CTRL-HORA-FIN.
004050     IF WK-CTRL-EXISTE
004060         REWRITE SAM-CTRL-RECORD
004070             INVALID KEY
004280* REPORTA EN EL PARM. UN FIN SIN ARRANQUE REGISTRADO ES UN       *
004290* ERROR DE MALLA (EL PASO DE INICIO FALTA EN EL JCL) Y SE        *
004300* DETIENE CON 16 PARA QUE SE CORRIJA EL JOB.                     *
004301* EL PASO QUE FALLO SOLO SE REGRABA CUANDO VIENE EN EL PARM.     *
004310******************************************************************
004320 0300-CONTROLA-FIN.
004330     PERFORM 0210-LEE-PROPIO THRU 0210-FIN.
004410     MOVE 'C'          TO CTRL-ESTADO.
004420     MOVE WK-RC-JOB    TO CTRL-RETURN-CODE.
004430     MOVE WK-DATE-CURR TO CTRL-FECHA-FIN.
004431     MOVE WK-HORA-SISTEMA(1:6) TO CTRL-HORA-FIN.
004432     IF WK-PASO-FALLIDO NOT = SPACES
004433         MOVE WK-PASO-FALLIDO TO CTRL-PASO-FALLIDO
004434     END-IF.
004440     REWRITE SAM-CTRL-RECORD
004450         INVALID KEY
004460             DISPLAY "SAMCICLO ERROR EN REWRITE STATUS "
