000170* EL PARM OPCIONAL TRAE LA FECHA DE PROCESO DEL LOTE: SI EL     *
000180* JOURNAL MONTADO ES DE OTRA FECHA EL JOB SE DETIENE CON 8 -    *
000190* PROTECCION CONTRA DESHACER LA NOCHE EQUIVOCADA.               *
000192* LAS APROBACIONES ('V') Y VENCIMIENTOS ('E') DE LA COLA DE     *
000194* AUTORIZACION NO TOCARON SAM-FILE Y NO SE REVIERTEN, COMO      *
000196* TAMPOCO LAS PENDIENTES CANCELADAS ('X').                      *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    SAMBKOUT.
000300* 08/31/2026  RAV  VERSION ORIGINAL - REVERSA DEL JOURNAL
000310*                  SAM-JRNL DE SAMMANT SOBRE SAM-FILE, CON
000320*                  REPORTE DE LO REVERTIDO.
000321* 09/15/2026  RAV  SAM-JRNL CRECE A 159 CON USUARIO Y APROBADOR;
000322*                  LAS ACCIONES 'V' Y 'E' DE LA AUTORIZACION DE
000323*                  SAMMANT SE SALTAN SIN CONTARSE COMO ANOMALIA.
000324* 09/22/2026  RAV  SE SALTA TAMBIEN LA ACCION 'X' (PENDIENTE
000325*                  CANCELADA), QUE NO TOCO SAM-FILE.
000326* 10/15/2026  RAV  SAM-JRNL CRECE A 167 CON EL ORIGEN DEL LOTE.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000580 FD  SAM-JRNL-FILE
000590     DATA RECORD IS SAM-JRNL-RECORD
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 167 CHARACTERS.
000620 01  SAM-JRNL-RECORD.
000630     05 JRNL-SECUENCIA        PIC 9(09).
000640     05 JRNL-FECHA            PIC X(10).
000650     05 JRNL-ACCION           PIC X(01).
000660     05 JRNL-KEY-NUMBER       PIC X(06).
000670     05 JRNL-IMAGEN-ANT       PIC X(117).
000672     05 JRNL-USUARIO          PIC X(08).
000674     05 JRNL-APROBADOR        PIC X(08).
000676     05 JRNL-ORIGEN           PIC X(08).
000680
000690 FD  SAM-FILE
000700     DATA RECORD IS SAM-FILE-RECORD
003030              PERFORM 0330-REVIERTE-CAMBIO THRU 0330-FIN
003040         WHEN 'D'
003050              PERFORM 0340-REVIERTE-BAJA   THRU 0340-FIN
003051         WHEN 'V'
003052         WHEN 'E'
003053         WHEN 'X'
003054              CONTINUE
003060         WHEN OTHER
003070              PERFORM 0360-REPORTA-ANOMALIA THRU 0360-FIN
003080     END-EVALUATE.
