000310*                  FUSION POR NOMBRE/DIRECCION NORMALIZADOS Y
000320*                  GENERACION OPCIONAL DE BAJAS EN FORMATO
000330*                  SAM-TRAN PARA LAS LLAVES PERDEDORAS.
000331* 09/08/2026  RAV  CON EL SWITCH 'T', SAM-MTRN SALE COMO UN LOTE
000332*                  CON ENCABEZADO (ORIGEN SAMDUPLI, NUMERO DE
000333*                  LOTE POR FECHA Y HORA) Y TRAILER (CUENTA DE
000334*                  BAJAS Y HASH DE LLAVES) PARA EL CUADRE DE
000335*                  LOTES DE SAMMANT.
000336* 09/15/2026  RAV  USUARIO QUE CONFIRMA LAS FUSIONES EN EL PARM
000337*                  (COL 2-9); VA EN EL ENCABEZADO DEL LOTE Y ES
000338*                  CON EL QUE SAMMANT RETIENE LAS BAJAS HASTA
000339*                  QUE OTRO USUARIO LAS APRUEBE.
000340* 10/15/2026  RAV  EL USUARIO DEL PARM SE TOMA CON LA LONGITUD
000341*                  QUE TRAIGA (UN USUARIO CORTO YA NO SE PIERDE).
000342*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000860     05 MTRN-ESTADO           PIC X(01).
000870     05 MTRN-TELEFONO         PIC X(10).
000880     05 MTRN-FECHA-EFEC       PIC X(08).
000881******************************************************************
000882* ENCABEZADO Y TRAILER DEL LOTE, MISMO FORMATO QUE ESPERA        *
000883* SAMMANT EN SAM-TRAN.                                           *
000884******************************************************************
000885 01  MTRN-HEADER-RECORD.
000886     05 MTRNH-TIPO            PIC X(01).
000887     05 MTRNH-ORIGEN          PIC X(08).
000888     05 MTRNH-LOTE            PIC 9(14).
000889     05 MTRNH-FECHA-PROCESO   PIC X(10).
000890     05 MTRNH-USUARIO         PIC X(08).
000891     05 FILLER                PIC X(75).
000892 01  MTRN-TRAILER-RECORD.
000893     05 MTRNT-TIPO            PIC X(01).
000894     05 MTRNT-ORIGEN          PIC X(08).
000895     05 MTRNT-LOTE            PIC 9(14).
000896     05 MTRNT-CONT-ALTAS      PIC 9(09).
000897     05 MTRNT-CONT-CAMBIOS    PIC 9(09).
000898     05 MTRNT-CONT-BAJAS      PIC 9(09).
000899     05 MTRNT-CONT-CANCEL     PIC 9(09).
000900     05 MTRNT-CONT-TOTAL      PIC 9(09).
000901     05 MTRNT-HASH            PIC 9(15).
000902     05 FILLER                PIC X(33).
000903
000904 WORKING-STORAGE SECTION.
000910
000920 01  WK-AREA.
000930     05 WK-DATE-CURR.
000980        07 WK-DATE-YYYY       PIC X(04) VALUE SPACES.
000990     05 WK-FECHA-SISTEMA      PIC 9(08) VALUE ZERO.
001000     05 WK-CONFIANZA          PIC 9(03) VALUE ZERO.
001001     05 WK-HORA-SISTEMA       PIC 9(08) VALUE ZERO.
001002******************************************************************
001003* NUMERO DE LOTE DE SAM-MTRN: FECHA Y HORA DE LA CORRIDA         *
001004* (AAAAMMDDHHMMSS), IGUAL QUE SAMCRMTR.                          *
001005******************************************************************
001006     05 WK-LOTE-NUMERO.
001007        07 WK-LOTE-FECHA      PIC 9(08) VALUE ZERO.
001008        07 WK-LOTE-HORA       PIC 9(06) VALUE ZERO.
001009     05 WK-LOTE-HASH          PIC 9(15) VALUE ZERO.
001010     05 WK-LOTE-LLAVE-NUM     PIC 9(06) VALUE ZERO.
001011     05 WK-USUARIO-LOTE       PIC X(08) VALUE 'SAMDUPLI'.
001012
001020 01  WK-CONTADORES.
001030     05 WK-CONT-LEIDOS        PIC 9(09) COMP VALUE ZERO.
001040     05 WK-CONT-CARGADOS      PIC 9(09) COMP VALUE ZERO.
002040*              TRANSACCIONES DE BAJA DE LAS LLAVES PERDEDORAS    *
002050*              PARA LAS PAREJAS DE CONFIANZA 100. CUALQUIER      *
002060*              OTRO VALOR: SOLO REPORTA.                         *
002061*   COL  2-9   USUARIO QUE CONFIRMA LAS FUSIONES (OPCIONAL; SI   *
002062*              NO VIENE, SAMDUPLI). VA EN EL ENCABEZADO DEL LOTE *
002063*              COMO QUIEN ENVIA LAS BAJAS; SAMMANT LAS RETIENE   *
002064*              HASTA QUE OTRO USUARIO LAS APRUEBE.               *
002070******************************************************************
002080 01  LS-PARM.
002090     05 LS-PARM-LEN           PIC S9(04) COMP.
002100     05 LS-PARM-TEXT.
002110        10 LS-PARM-GENERA       PIC X(01).
002116        10 LS-PARM-USUARIO      PIC X(08).
002122        10 FILLER               PIC X(71).
002130
002140 PROCEDURE DIVISION USING LS-PARM.
002150
002380     IF LS-PARM-GENERA = 'T'
002390         MOVE 'Y' TO WK-GENERA-TRAN-SW
002400     END-IF.
002401     IF LS-PARM-LEN > 1
002402         MOVE SPACES TO WK-USUARIO-LOTE
002403         MOVE LS-PARM-TEXT(2:LS-PARM-LEN - 1) TO WK-USUARIO-LOTE
002404         IF WK-USUARIO-LOTE = SPACES
002405             MOVE 'SAMDUPLI' TO WK-USUARIO-LOTE
002406         END-IF
002407     END-IF.
002410 0050-FIN.
002420     EXIT.
002430
002510     MOVE WK-FECHA-SISTEMA(5:2) TO WK-DATE-MM.
002520     MOVE WK-FECHA-SISTEMA(7:2) TO WK-DATE-DD.
002530     MOVE WK-FECHA-SISTEMA(1:4) TO WK-DATE-YYYY.
002532     ACCEPT WK-HORA-SISTEMA FROM TIME.
002534     MOVE WK-FECHA-SISTEMA       TO WK-LOTE-FECHA.
002536     MOVE WK-HORA-SISTEMA(1:6)   TO WK-LOTE-HORA.
002540
002550     OPEN INPUT  SAM-FILE.
002560     OPEN OUTPUT SAM-DUPR-FILE.
002570     OPEN OUTPUT SAM-MTRN-FILE.
002580     PERFORM 0102-VALIDA-APERTURA THRU 0102-FIN.
002585     IF WK-GENERA-TRAN
002586         PERFORM 0160-GRABA-ENCABEZADO THRU 0160-FIN
002587     END-IF.
002590     PERFORM 0150-ENCABEZADO-RPT  THRU 0150-FIN.
002600     PERFORM 0120-LEE-SAM-FILE    THRU 0120-FIN.
002610 0100-FIN.
005540     MOVE WK-DUP-CONTACTO (WK-DUP-J)   TO MTRN-CONTACT.
005550     WRITE SAM-MTRN-RECORD.
005560     ADD 1 TO WK-CONT-TRAN-GEN.
005562     IF MTRN-KEY-NUMBER IS NUMERIC
005564         MOVE MTRN-KEY-NUMBER TO WK-LOTE-LLAVE-NUM
005566         ADD WK-LOTE-LLAVE-NUM TO WK-LOTE-HASH
005568     END-IF.
005570     MOVE 'Y' TO WK-DUP-PERDEDORA-SW (WK-DUP-J).
005580 0340-FIN.
005590     EXIT.
005920
005930     MOVE 4 TO WK-LINEA-ACTUAL.
005940 0150-FIN.
005941     EXIT.
005942
005943******************************************************************
005944* 0160-GRABA-ENCABEZADO / 0165-GRABA-TRAILER                     *
005945* ENCABEZADO Y TRAILER DEL LOTE DE SAM-MTRN, SOLO CUANDO SE      *
005946* GENERAN TRANSACCIONES. EL TRAILER LLEVA LA CUENTA DE BAJAS Y   *
005947* EL HASH (SUMA) DE LAS LLAVES NUMERICAS, MISMA REGLA CON LA QUE *
005948* SAMMANT LO CUADRA.                                             *
005949******************************************************************
005950 0160-GRABA-ENCABEZADO.
005951     MOVE SPACES           TO MTRN-HEADER-RECORD.
005952     MOVE 'H'              TO MTRNH-TIPO.
005953     MOVE 'SAMDUPLI'       TO MTRNH-ORIGEN.
005954     MOVE WK-LOTE-NUMERO   TO MTRNH-LOTE.
005955     MOVE WK-DATE-CURR     TO MTRNH-FECHA-PROCESO.
005956     MOVE WK-USUARIO-LOTE  TO MTRNH-USUARIO.
005957     WRITE MTRN-HEADER-RECORD.
005958 0160-FIN.
005959     EXIT.
005960
005961 0165-GRABA-TRAILER.
005962     MOVE SPACES           TO MTRN-TRAILER-RECORD.
005963     MOVE 'T'              TO MTRNT-TIPO.
005964     MOVE 'SAMDUPLI'       TO MTRNT-ORIGEN.
005965     MOVE WK-LOTE-NUMERO   TO MTRNT-LOTE.
005966     MOVE ZERO             TO MTRNT-CONT-ALTAS.
005967     MOVE ZERO             TO MTRNT-CONT-CAMBIOS.
005968     MOVE WK-CONT-TRAN-GEN TO MTRNT-CONT-BAJAS.
005969     MOVE ZERO             TO MTRNT-CONT-CANCEL.
005970     MOVE WK-CONT-TRAN-GEN TO MTRNT-CONT-TOTAL.
005971     MOVE WK-LOTE-HASH     TO MTRNT-HASH.
005972     WRITE MTRN-TRAILER-RECORD.
005973 0165-FIN.
005982     EXIT.
005983
005984******************************************************************
005985* 0950-TOTALES-CONTROL                                           *
005990******************************************************************
006000 0950-TOTALES-CONTROL.
006010     MOVE WK-CONT-LEIDOS     TO WK-CONT-LEIDOS-ED.
006760******************************************************************
006770 0900-TERMINA.
006780     PERFORM 0950-TOTALES-CONTROL THRU 0950-FIN.
006782     IF WK-GENERA-TRAN
006784         PERFORM 0165-GRABA-TRAILER THRU 0165-FIN
006786     END-IF.
006790     CLOSE SAM-FILE.
006800     CLOSE SAM-DUPR-FILE.
006810     CLOSE SAM-MTRN-FILE.
