000313*                  COLA CRECE A 117 POSICIONES (ESTADO,
000314*                  TELEFONO Y FECHA DE ULTIMO MANTENIMIENTO);
000315*                  EL REGISTRO DE LA COLA PASA DE 153 A 174.
000316* 10/05/2026  RAV  UNA ENTRADA SOLO SE RESUELVE SI LA LLAVE ES
000317*                  NUMERICA Y ADEMAS SU DIGITO VERIFICADOR
000318*                  CUADRA (SUBRUTINA SAMLLAVE), IGUAL QUE
000319*                  COBOLSQL; SI NO, SE RE-RECHAZA CON MOTIVO
000320*                  'DIGITO VERIFICADOR'.
000321*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
001260     05 WK-DIAS-ALTA          PIC S9(09) COMP VALUE ZERO.
001270     05 WK-DIAS-EDAD          PIC S9(05) COMP VALUE ZERO.
001280     05 WK-DIAS-EDAD-ED       PIC ZZZZ9.
001281     05 WK-LLAVE-FUNCION      PIC X(01) VALUE SPACE.
001282     05 WK-LLAVE-TRABAJO      PIC X(06) VALUE SPACES.
001283     05 WK-LLAVE-RESULT-SW    PIC X(01) VALUE SPACE.
001284        88 WK-LLAVE-DV-VALIDA          VALUE 'Y'.
001290     05 WK-EN-TABLA           PIC X(02) VALUE SPACES.
001300     05 WK-OPERACION-SQL      PIC X(12) VALUE SPACES.
001310     05 WK-SQLCODE-ED         PIC -(09)9.
003160******************************************************************
003170* 0200-RECICLA                                                   *
003180* MISMA VALIDACION QUE 0130-VALIDA-LLAVE DE COBOLSQL: LA LLAVE   *
003190* DE LA IMAGEN DEBE SER NUMERICA Y SU DIGITO VERIFICADOR DEBE    *
003195* CUADRAR. SI YA LO HACE, LA ENTRADA QUEDA                       *
003200* RESUELTA, SE CONSULTA SAM-TAB (COMO 0140) PARA REPORTAR SI EL  *
003210* CLIENTE YA ESTA EN LA TABLA, Y LA ENTRADA SALE DE LA COLA. SI  *
003220* SIGUE MALA SE RE-RECHAZA Y SE REGRABA EN LA COLA DE SALIDA CON *
003230* ESTADO 'X' PARA EL SIGUIENTE CICLO; UNA LLAVE QUE YA ES        *
003235* NUMERICA PERO CON DIGITO MALO CAMBIA SU MOTIVO A 'DIGITO       *
003237* VERIFICADOR'.                                                  *
003240******************************************************************
003250 0200-RECICLA.
003260     IF ERRQ-REG-KEY IS NOT NUMERIC
003270         PERFORM 0220-RERECHAZA THRU 0220-FIN
003275         GO TO 0200-FIN
003280     END-IF.
003281
003282     MOVE 'V'          TO WK-LLAVE-FUNCION.
003283     MOVE ERRQ-REG-KEY TO WK-LLAVE-TRABAJO.
003284     CALL 'SAMLLAVE' USING WK-LLAVE-FUNCION,
003285                           WK-LLAVE-TRABAJO,
003286                           WK-LLAVE-RESULT-SW
003287     END-CALL.
003288     IF WK-LLAVE-DV-VALIDA
003289         PERFORM 0210-RESUELVE  THRU 0210-FIN
003290     ELSE
003291         MOVE 'DIGITO VERIFICADOR' TO ERRQ-MOTIVO
003292         PERFORM 0220-RERECHAZA THRU 0220-FIN
003300     END-IF.
003310 0200-FIN.
003320     EXIT.
