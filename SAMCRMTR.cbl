000330* 08/31/2026  RAV  VERSION ORIGINAL - TRADUCCION Y VALIDACION
000340*                  DEL FEED DEL CRM A TRANSACCIONES A/C EN
000350*                  FORMATO SAM-TRAN, CON LISTADO DE RECHAZOS.
000351* 09/08/2026  RAV  SAM-CTRN SALE COMO UN LOTE CON ENCABEZADO
000352*                  (ORIGEN SAMCRMTR, NUMERO DE LOTE POR FECHA Y
000353*                  HORA, FECHA DE PROCESO) Y TRAILER (CUENTA POR
000354*                  CODIGO Y HASH DE LLAVES) PARA EL CUADRE DE
000355*                  LOTES DE SAMMANT.
000356* 09/15/2026  RAV  EL ENCABEZADO DEL LOTE LLEVA EL USUARIO QUE
000357*                  ENVIA (SAMCRMTR), CON EL QUE SAMMANT RETIENE
000358*                  LAS INACTIVACIONES PARA AUTORIZACION.
000359* 10/05/2026  RAV  LA LLAVE DEL CLIENTE SE VALIDA CON SU DIGITO
000360*                  VERIFICADOR (SUBRUTINA SAMLLAVE); SI NO
000361*                  CUADRA SE RECHAZA CON 'DIGITO VERIFICADOR'
000362*                  ANTES DE GENERAR LA TRANSACCION.
000363*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
001000     05 CTRN-ESTADO           PIC X(01).
001010     05 CTRN-TELEFONO         PIC X(10).
001020     05 CTRN-FECHA-EFEC       PIC X(08).
001021******************************************************************
001022* ENCABEZADO Y TRAILER DEL LOTE, MISMO FORMATO QUE ESPERA        *
001023* SAMMANT EN SAM-TRAN.                                           *
001024******************************************************************
001025 01  CTRN-HEADER-RECORD.
001026     05 CTRNH-TIPO            PIC X(01).
001027     05 CTRNH-ORIGEN          PIC X(08).
001028     05 CTRNH-LOTE            PIC 9(14).
001029     05 CTRNH-FECHA-PROCESO   PIC X(10).
001030     05 CTRNH-USUARIO         PIC X(08).
001031     05 FILLER                PIC X(75).
001032 01  CTRN-TRAILER-RECORD.
001033     05 CTRNT-TIPO            PIC X(01).
001034     05 CTRNT-ORIGEN          PIC X(08).
001035     05 CTRNT-LOTE            PIC 9(14).
001036     05 CTRNT-CONT-ALTAS      PIC 9(09).
001037     05 CTRNT-CONT-CAMBIOS    PIC 9(09).
001038     05 CTRNT-CONT-BAJAS      PIC 9(09).
001039     05 CTRNT-CONT-CANCEL     PIC 9(09).
001040     05 CTRNT-CONT-TOTAL      PIC 9(09).
001041     05 CTRNT-HASH            PIC 9(15).
001042     05 FILLER                PIC X(33).
001043
001044 FD  SAM-CRMR-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 132 CHARACTERS.
001070 01  SAM-CRMR-RECORD            PIC X(132).
001170        07 WK-DATE-YYYY       PIC X(04) VALUE SPACES.
001180     05 WK-FECHA-SISTEMA      PIC 9(08) VALUE ZERO.
001190     05 WK-MOTIVO-RECHAZO     PIC X(20) VALUE SPACES.
001191     05 WK-HORA-SISTEMA       PIC 9(08) VALUE ZERO.
001192     05 WK-LLAVE-FUNCION      PIC X(01) VALUE SPACE.
001193     05 WK-LLAVE-TRABAJO      PIC X(06) VALUE SPACES.
001194     05 WK-LLAVE-RESULT-SW    PIC X(01) VALUE SPACE.
001195        88 WK-LLAVE-DV-VALIDA          VALUE 'Y'.
001196******************************************************************
001197* NUMERO DE LOTE DE SAM-CTRN: FECHA Y HORA DE LA CORRIDA         *
001198* (AAAAMMDDHHMMSS). UN REENVIO DEL MISMO ARCHIVO TRAE EL MISMO   *
001199* NUMERO Y SAMMANT LO RECHAZA; UNA CORRIDA NUEVA TRAE OTRO.      *
001200******************************************************************
001201     05 WK-LOTE-NUMERO.
001202        07 WK-LOTE-FECHA      PIC 9(08) VALUE ZERO.
001203        07 WK-LOTE-HORA       PIC 9(06) VALUE ZERO.
001204     05 WK-LOTE-HASH          PIC 9(15) VALUE ZERO.
001205     05 WK-LOTE-LLAVE-NUM     PIC 9(06) VALUE ZERO.
001206
001210******************************************************************
001220* AREA DE TRADUCCION: LOS CAMPOS DEL CRM YA MAPEADOS AL ANCHO   *
001230* DE SAM-FILE, LISTOS PARA COMPARAR CONTRA EL MAESTRO Y PARA    *
002100     MOVE WK-FECHA-SISTEMA(5:2) TO WK-DATE-MM.
002110     MOVE WK-FECHA-SISTEMA(7:2) TO WK-DATE-DD.
002120     MOVE WK-FECHA-SISTEMA(1:4) TO WK-DATE-YYYY.
002122     ACCEPT WK-HORA-SISTEMA FROM TIME.
002124     MOVE WK-FECHA-SISTEMA       TO WK-LOTE-FECHA.
002126     MOVE WK-HORA-SISTEMA(1:6)   TO WK-LOTE-HORA.
002130
002140     OPEN INPUT  SAM-CRMF-FILE.
002150     OPEN INPUT  SAM-FILE.
002160     OPEN OUTPUT SAM-CTRN-FILE.
002170     OPEN OUTPUT SAM-CRMR-FILE.
002180     PERFORM 0102-VALIDA-APERTURA THRU 0102-FIN.
002185     PERFORM 0160-GRABA-ENCABEZADO THRU 0160-FIN.
002190     PERFORM 0150-ENCABEZADO-RPT  THRU 0150-FIN.
002200     PERFORM 0120-LEE-SAM-CRMF    THRU 0120-FIN.
002210 0100-FIN.
003410
003420******************************************************************
003430* 0230-VALIDA-ENTRADA                                            *
003440* EDICIONES EN ORDEN: LLAVE NUMERICA Y SU DIGITO VERIFICADOR,    *
003445* NOMBRE CONTRA LAS REGLAS DE CALIDAD (FALLA = RECHAZO, COMO     *
003450* FALLA SEVERA DE COBOLSQL),                                     *
003460* TELEFONO DE MAS DE 10 DIGITOS, Y DIRECCION/CONTACTO CONTRA    *
003470* LAS MISMAS REGLAS PERO SOLO COMO LEVES (SE CUENTAN Y PASAN).   *
003480* AL PRIMER RECHAZO YA NO SE SIGUEN APLICANDO EDICIONES.         *
003560         GO TO 0230-FIN
003570     END-IF.
003580
003581     MOVE 'V'          TO WK-LLAVE-FUNCION.
003582     MOVE CRMF-CLIENTE TO WK-LLAVE-TRABAJO.
003583     CALL 'SAMLLAVE' USING WK-LLAVE-FUNCION,
003584                           WK-LLAVE-TRABAJO,
003585                           WK-LLAVE-RESULT-SW
003586     END-CALL.
003587     IF NOT WK-LLAVE-DV-VALIDA
003588         MOVE 'DIGITO VERIFICADOR' TO WK-MOTIVO-RECHAZO
003589         PERFORM 0310-RECHAZA-ENTRADA THRU 0310-FIN
003590         GO TO 0230-FIN
003591     END-IF.
003592
003593     MOVE WK-MAP-NOMBRE TO WK-CAL-CAMPO.
003600     PERFORM 0240-CALIFICA-CAMPO THRU 0240-FIN.
003610     IF WK-CAL-CAMPO-FALLA
003620         MOVE 'NOMBRE FUERA DE REGLA' TO WK-MOTIVO-RECHAZO
004640         MOVE CRMF-FECHA-EFEC TO CTRN-FECHA-EFEC
004650     END-IF.
004660     WRITE SAM-CTRN-RECORD.
004662     MOVE CTRN-KEY-NUMBER TO WK-LOTE-LLAVE-NUM.
004664     ADD WK-LOTE-LLAVE-NUM TO WK-LOTE-HASH.
004670 0300-FIN.
004680     EXIT.
004690
005410     MOVE 4 TO WK-LINEA-ACTUAL.
005420 0150-FIN.
005430     EXIT.
005431
005432******************************************************************
005433* 0160-GRABA-ENCABEZADO / 0165-GRABA-TRAILER                     *
005434* ENCABEZADO Y TRAILER DEL LOTE DE SAM-CTRN. EL TRAILER LLEVA    *
005435* LAS CUENTAS DE ALTAS Y CAMBIOS GENERADOS Y EL HASH (SUMA) DE   *
005436* SUS LLAVES - ESTE PROGRAMA NO GENERA BAJAS NI CANCELACIONES.   *
005437* SAMMANT LOS CUADRA ANTES DE APLICAR EL LOTE.                   *
005438******************************************************************
005439 0160-GRABA-ENCABEZADO.
005440     MOVE SPACES          TO CTRN-HEADER-RECORD.
005441     MOVE 'H'             TO CTRNH-TIPO.
005442     MOVE 'SAMCRMTR'      TO CTRNH-ORIGEN.
005443     MOVE WK-LOTE-NUMERO  TO CTRNH-LOTE.
005444     MOVE WK-DATE-CURR    TO CTRNH-FECHA-PROCESO.
005445     MOVE 'SAMCRMTR'      TO CTRNH-USUARIO.
005446     WRITE CTRN-HEADER-RECORD.
005447 0160-FIN.
005448     EXIT.
005449
005450 0165-GRABA-TRAILER.
005451     MOVE SPACES          TO CTRN-TRAILER-RECORD.
005452     MOVE 'T'             TO CTRNT-TIPO.
005453     MOVE 'SAMCRMTR'      TO CTRNT-ORIGEN.
005454     MOVE WK-LOTE-NUMERO  TO CTRNT-LOTE.
005455     MOVE WK-CONT-ALTAS   TO CTRNT-CONT-ALTAS.
005456     MOVE WK-CONT-CAMBIOS TO CTRNT-CONT-CAMBIOS.
005457     MOVE ZERO            TO CTRNT-CONT-BAJAS.
005458     MOVE ZERO            TO CTRNT-CONT-CANCEL.
005459     COMPUTE CTRNT-CONT-TOTAL = WK-CONT-ALTAS + WK-CONT-CAMBIOS.
005460     MOVE WK-LOTE-HASH    TO CTRNT-HASH.
005461     WRITE CTRN-TRAILER-RECORD.
005462 0165-FIN.
005463     EXIT.
005464
005465******************************************************************
005466* 0950-TOTALES-CONTROL                                           *
005470* DEBE CUADRAR: LEIDAS = ALTAS + CAMBIOS + OMITIDAS + RECHAZOS.  *
005480******************************************************************
005490 0950-TOTALES-CONTROL.
006090******************************************************************
006100 0900-TERMINA.
006110     PERFORM 0950-TOTALES-CONTROL THRU 0950-FIN.
006115     PERFORM 0165-GRABA-TRAILER   THRU 0165-FIN.
006120     CLOSE SAM-CRMF-FILE.
006130     CLOSE SAM-FILE.
006140     CLOSE SAM-CTRN-FILE.
