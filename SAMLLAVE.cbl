000010******************************************************************
000020* SAMLLAVE                                                       *
000030*                                                                *
000040* SUBRUTINA DE LLAVES DE CLIENTE CON DIGITO VERIFICADOR. LA      *
000050* LLAVE SIGUE SIENDO DE 6 POSICIONES NUMERICAS: LAS 5 PRIMERAS   *
000060* SON EL NUMERO BASE Y LA SEXTA EL DIGITO VERIFICADOR MODULO 11  *
000070* (PESOS 6-5-4-3-2 SOBRE LA BASE; DIGITO = 11 MENOS EL RESIDUO,  *
000080* RESIDUO CERO DA DIGITO CERO). UNA BASE CUYO DIGITO SALDRIA 10  *
000090* NO SE EMITE NUNCA, ASI QUE TODO DIGITO CAMBIADO Y TODA         *
000100* TRANSPOSICION DE DOS DIGITOS DAN UNA LLAVE INVALIDA.           *
000110* TRES FUNCIONES:                                                *
000120*   'V' - VALIDA LA LLAVE RECIBIDA.                              *
000130*   'C' - CALCULA EL DIGITO PARA LA BASE EN LAS 5 PRIMERAS       *
000140*         POSICIONES Y LO COLOCA EN LA SEXTA (CONVERSION).       *
000150*   'N' - ASIGNA LA SIGUIENTE LLAVE LIBRE PARA UN CLIENTE NUEVO, *
000160*         A PARTIR DEL ARCHIVO DE CONTROL SAM-LLCT, QUE SE ABRE, *
000170*         ACTUALIZA Y CIERRA EN CADA LLAMADA PARA QUE UNA LLAVE  *
000180*         ENTREGADA NUNCA SE VUELVA A ENTREGAR AUNQUE EL         *
000190*         PROGRAMA QUE LLAMA TERMINE MAL.                        *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    SAMLLAVE.
000230 AUTHOR.        R ALVARADO.
000240 INSTALLATION.  DEPTO DE SISTEMAS.
000250 DATE-WRITTEN.  10/05/2026.
000260 DATE-COMPILED. 10/05/2026.
000270*----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*----------------------------------------------------------------
000300* 10/05/2026  RAV  VERSION ORIGINAL - VALIDACION Y CALCULO DEL
000310*                  DIGITO VERIFICADOR Y ASIGNACION CENTRAL DE
000320*                  LLAVES DE CLIENTE NUEVAS.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370
000380     SELECT SAM-LLCT-FILE
000390         ASSIGN TO "SAM-LLCT"
000400         ORGANIZATION IS INDEXED
000410         RECORD KEY IS LLCT-LLAVE
000420         ACCESS MODE IS DYNAMIC
000430         FILE STATUS IS WS-SAM-LLCT-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470
000480******************************************************************
000490* CONTROL DE ASIGNACION: UN REGISTRO POR SERIE DE LLAVES ('CLIEN-*
000500* TES' PARA SAM-FILE) CON LA ULTIMA BASE ENTREGADA. LO CARGA LA  *
000510* CONVERSION SAMCNVDV CON LA ULTIMA BASE QUE USO.                *
000520******************************************************************
000530 FD  SAM-LLCT-FILE
000540     DATA RECORD IS SAM-LLCT-RECORD
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 50 CHARACTERS.
000570 01  SAM-LLCT-RECORD.
000580     05 LLCT-LLAVE            PIC X(08).
000590     05 LLCT-ULTIMA-BASE      PIC 9(05).
000600     05 LLCT-CONT-ASIGNADAS   PIC 9(09).
000610     05 LLCT-FECHA-ULT        PIC X(10).
000620     05 FILLER                PIC X(18).
000630
000640 WORKING-STORAGE SECTION.
000650
000660 01  WK-AREA.
000670     05 WK-DATE-CURR.
000680        07 WK-DATE-MM         PIC XX   VALUE SPACES.
000690        07 FILLER             PIC X    VALUE '-'.
000700        07 WK-DATE-DD         PIC XX   VALUE SPACES.
000710        07 FILLER             PIC X    VALUE '-'.
000720        07 WK-DATE-YYYY       PIC X(04) VALUE SPACES.
000730     05 WK-FECHA-SISTEMA      PIC 9(08) VALUE ZERO.
000740
000750******************************************************************
000760* CALCULO DEL DIGITO                                             *
000770******************************************************************
000780 01  WK-DIGITO-AREA.
000790     05 WK-BASE               PIC 9(05) VALUE ZERO.
000800     05 WK-BASE-R REDEFINES WK-BASE.
000810        07 WK-BASE-DIG        PIC 9(01) OCCURS 5 TIMES.
000820     05 WK-PESOS-VALOR        PIC X(05) VALUE '65432'.
000830     05 WK-PESOS-R REDEFINES WK-PESOS-VALOR.
000840        07 WK-PESO            PIC 9(01) OCCURS 5 TIMES.
000850     05 WK-IDX                PIC 9(02) COMP VALUE ZERO.
000860     05 WK-SUMA               PIC 9(04) COMP VALUE ZERO.
000870     05 WK-COCIENTE           PIC 9(04) COMP VALUE ZERO.
000880     05 WK-RESTO              PIC 9(02) COMP VALUE ZERO.
000890     05 WK-DIGITO             PIC 9(02) VALUE ZERO.
000900     05 WK-DIGITO-R REDEFINES WK-DIGITO.
000910        07 FILLER             PIC X(01).
000920        07 WK-DIGITO-CAR      PIC X(01).
000930
000940 01  WS-AREA.
000950     05  WS-SAM-LLCT-STATUS   PIC XX   VALUE SPACES.
000960
000970 LINKAGE SECTION.
000980******************************************************************
000990* PARAMETROS DE LLAMADA (ARGUMENTOS DISCRETOS, COMO EN           *
001000* EJEMPLO-UNISYS)                                                *
001010*   LK-FUNCION      - 'V' VALIDA / 'C' CALCULA / 'N' ASIGNA      *
001020*   LK-LLAVE        - LLAVE A VALIDAR ('V'), BASE A COMPLETAR    *
001030*                     ('C') O LLAVE ASIGNADA ('N')               *
001040*   LK-RESULTADO-SW - 'Y' LLAVE VALIDA O ASIGNADA, 'N' LLAVE O   *
001050*                     BASE INVALIDA, 'E' ERROR EN EL CONTROL DE  *
001060*                     ASIGNACION (YA DESPLEGADO POR LA SUBRUTINA)*
001070******************************************************************
001080 01  LK-FUNCION              PIC X(01).
001090     88 LK-FUNCION-VALIDA    VALUE 'V'.
001100     88 LK-FUNCION-CALCULA   VALUE 'C'.
001110     88 LK-FUNCION-ASIGNA    VALUE 'N'.
001120 01  LK-LLAVE                PIC X(06).
001130 01  LK-RESULTADO-SW         PIC X(01).
001140     88 LK-LLAVE-VALIDA      VALUE 'Y'.
001150     88 LK-LLAVE-INVALIDA    VALUE 'N'.
001160     88 LK-ERROR-CONTROL     VALUE 'E'.
001170
001180 PROCEDURE DIVISION USING LK-FUNCION, LK-LLAVE, LK-RESULTADO-SW.
001190
001200******************************************************************
001210* 0000-SAMLLAVE                                                  *
001220******************************************************************
001230 0000-SAMLLAVE.
001240     SET LK-LLAVE-INVALIDA TO TRUE.
001250     EVALUATE TRUE
001260         WHEN LK-FUNCION-VALIDA
001270              PERFORM 0100-VALIDA  THRU 0100-FIN
001280         WHEN LK-FUNCION-CALCULA
001290              PERFORM 0200-CALCULA THRU 0200-FIN
001300         WHEN LK-FUNCION-ASIGNA
001310              PERFORM 0300-ASIGNA  THRU 0300-FIN
001320         WHEN OTHER
001330              DISPLAY "SAMLLAVE FUNCION INVALIDA: " LK-FUNCION
001340              SET LK-ERROR-CONTROL TO TRUE
001350     END-EVALUATE.
001360
001370     GOBACK.
001380
001390******************************************************************
001400* 0100-VALIDA                                                    *
001410******************************************************************
001420 0100-VALIDA.
001430     IF LK-LLAVE IS NOT NUMERIC
001440         GO TO 0100-FIN
001450     END-IF.
001460     MOVE LK-LLAVE(1:5) TO WK-BASE.
001470     PERFORM 0500-CALCULA-DIGITO THRU 0500-FIN.
001480     IF WK-DIGITO < 10
001490        AND WK-DIGITO-CAR = LK-LLAVE(6:1)
001500         SET LK-LLAVE-VALIDA TO TRUE
001510     END-IF.
001520 0100-FIN.
001530     EXIT.
001540
001550******************************************************************
001560* 0200-CALCULA                                                   *
001570******************************************************************
001580 0200-CALCULA.
001590     IF LK-LLAVE(1:5) IS NOT NUMERIC
001600         GO TO 0200-FIN
001610     END-IF.
001620     MOVE LK-LLAVE(1:5) TO WK-BASE.
001630     PERFORM 0500-CALCULA-DIGITO THRU 0500-FIN.
001640     IF WK-DIGITO < 10
001650         MOVE WK-DIGITO-CAR TO LK-LLAVE(6:1)
001660         SET LK-LLAVE-VALIDA TO TRUE
001670     END-IF.
001680 0200-FIN.
001690     EXIT.
001700
001710******************************************************************
001720* 0300-ASIGNA                                                    *
001730* TOMA LA SIGUIENTE BASE CON DIGITO VALIDO, LA REGRABA EN EL     *
001740* CONTROL Y REGRESA LA LLAVE COMPLETA. SIN CONTROL, SIN SERIE O  *
001750* CON LA SERIE AGOTADA NO SE ASIGNA NADA ('E').                  *
001760******************************************************************
001770 0300-ASIGNA.
001780     ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD.
001790     MOVE WK-FECHA-SISTEMA(5:2) TO WK-DATE-MM.
001800     MOVE WK-FECHA-SISTEMA(7:2) TO WK-DATE-DD.
001810     MOVE WK-FECHA-SISTEMA(1:4) TO WK-DATE-YYYY.
001820
001830     OPEN I-O SAM-LLCT-FILE.
001840     IF WS-SAM-LLCT-STATUS NOT = '00'
001850         DISPLAY "ERROR AL ABRIR SAM-LLCT-FILE STATUS "
001860                 WS-SAM-LLCT-STATUS
001870         SET LK-ERROR-CONTROL TO TRUE
001880         GO TO 0300-FIN
001890     END-IF.
001900
001910     MOVE 'CLIENTES' TO LLCT-LLAVE.
001920     READ SAM-LLCT-FILE
001930         INVALID KEY
001940             DISPLAY "SAMLLAVE SIN SERIE CLIENTES EN SAM-LLCT"
001950             SET LK-ERROR-CONTROL TO TRUE
001960             CLOSE SAM-LLCT-FILE
001970             GO TO 0300-FIN
001980     END-READ.
001990
002000     MOVE LLCT-ULTIMA-BASE TO WK-BASE.
002010     MOVE 10 TO WK-DIGITO.
002020     PERFORM 0310-SIGUIENTE-BASE THRU 0310-FIN
002030         UNTIL WK-DIGITO < 10 OR LK-ERROR-CONTROL.
002040     IF LK-ERROR-CONTROL
002050         CLOSE SAM-LLCT-FILE
002060         GO TO 0300-FIN
002070     END-IF.
002080
002090     MOVE WK-BASE      TO LLCT-ULTIMA-BASE.
002100     ADD 1             TO LLCT-CONT-ASIGNADAS.
002110     MOVE WK-DATE-CURR TO LLCT-FECHA-ULT.
002120     REWRITE SAM-LLCT-RECORD
002130         INVALID KEY
002140             DISPLAY "SAMLLAVE ERROR EN REWRITE DE SAM-LLCT "
002150                     WS-SAM-LLCT-STATUS
002160             SET LK-ERROR-CONTROL TO TRUE
002170             CLOSE SAM-LLCT-FILE
002180             GO TO 0300-FIN
002190     END-REWRITE.
002200     CLOSE SAM-LLCT-FILE.
002210
002220     MOVE WK-BASE      TO LK-LLAVE(1:5).
002230     MOVE WK-DIGITO-CAR TO LK-LLAVE(6:1).
002240     SET LK-LLAVE-VALIDA TO TRUE.
002250 0300-FIN.
002260     EXIT.
002270
002280 0310-SIGUIENTE-BASE.
002290     IF WK-BASE = 99999
002300         DISPLAY "SAMLLAVE SERIE DE LLAVES AGOTADA"
002310         SET LK-ERROR-CONTROL TO TRUE
002320         GO TO 0310-FIN
002330     END-IF.
002340     ADD 1 TO WK-BASE.
002350     PERFORM 0500-CALCULA-DIGITO THRU 0500-FIN.
002360 0310-FIN.
002370     EXIT.
002380
002390******************************************************************
002400* 0500-CALCULA-DIGITO                                            *
002410* MODULO 11 SOBRE WK-BASE. DEJA 10 CUANDO LA BASE NO SE EMITE.   *
002420******************************************************************
002430 0500-CALCULA-DIGITO.
002440     MOVE ZERO TO WK-SUMA.
002450     PERFORM 0510-SUMA-PESO THRU 0510-FIN
002460         VARYING WK-IDX FROM 1 BY 1
002470         UNTIL WK-IDX > 5.
002480     DIVIDE WK-SUMA BY 11 GIVING WK-COCIENTE
002490            REMAINDER WK-RESTO.
002500     IF WK-RESTO = ZERO
002510         MOVE ZERO TO WK-DIGITO
002520     ELSE
002530         COMPUTE WK-DIGITO = 11 - WK-RESTO
002540     END-IF.
002550 0500-FIN.
002560     EXIT.
002570
002580 0510-SUMA-PESO.
002590     COMPUTE WK-SUMA = WK-SUMA
002600                     + WK-BASE-DIG (WK-IDX) * WK-PESO (WK-IDX).
002610 0510-FIN.
002620     EXIT.
