000010******************************************************************
000020* SAMMOVIM                                                       *
000030*                                                                *
000040* MOVIMIENTO MENSUAL DE LA BASE DE CLIENTES PARA LA DIRECCION.   *
000050* SAMDELTA DA EL DETALLE DIA A DIA POR CAMPO Y SAMTREND LAS      *
000060* ESTADISTICAS DE CORRIDA; ESTE REPORTE DA LA VISTA DE NEGOCIO   *
000070* DEL MES DEL PARM:                                              *
000080* - APERTURA: ACTIVOS E INACTIVOS EN LA FOTO DEL MAESTRO DEL     *
000090*   ULTIMO DIA ANTERIOR AL MES (O DEL PRIMER DIA DEL MES SI NO   *
000100*   SE MONTO NINGUNA GENERACION ANTERIOR).                       *
000110* - MOVIMIENTOS: ALTAS, INACTIVACIONES, REACTIVACIONES, BAJAS,   *
000120*   BAJAS POR FUSION (SAMDUPLI) Y POR RETENCION (SAMRETEN), CADA *
000130*   UNO CON SU EFECTO EN ACTIVOS E INACTIVOS.                    *
000140* - CIERRE: LA FOTO DEL ULTIMO DIA DEL MES, CON LA LINEA DE      *
000150*   PRUEBA APERTURA + MOVIMIENTOS = CIERRE.                      *
000160* - COMPLETITUD DE TELEFONO Y CONTACTO SOBRE LA BASE ACTIVA, A   *
000170*   LA APERTURA Y AL CIERRE.                                     *
000180* - CONTRASTE CON LO QUE DICEN SAM-JRNL Y SAM-AUDT, Y CON EL     *
000190*   MISMO MES DEL ANO ANTERIOR SI SU RESUMEN ESTA EN SAM-MOVH.   *
000200*                                                                *
000210* CADA GENERACION DE SAM-HIST ES LA FOTO COMPLETA DEL MAESTRO DE *
000220* ESA NOCHE, ASI QUE LOS MOVIMIENTOS SE MIDEN COMPARANDO CADA    *
000230* FOTO CONTRA LA DEL DIA ANTERIOR (LLAVE NUEVA = ALTA, LLAVE QUE *
000240* DESAPARECE = BAJA, CAMBIO DE ESTADO = INACTIVACION O           *
000250* REACTIVACION); ASI LA PRUEBA CUADRA AUNQUE UNA BAJA NO PASE    *
000260* POR SAMMANT. CADA BAJA SE CLASIFICA CON SAM-JRNL (BAJA 'D' CON *
000270* ORIGEN SAMDUPLI = FUSION, CUALQUIER OTRA = BAJA) Y, SI NO      *
000280* ESTA EN EL JOURNAL, CON SAM-AUDT (INACTIVACION 'N' DEL         *
000290* RENGLON = TRASLADO A RETENCION DE SAMRETEN, QUE NO LLEVA       *
000300* JOURNAL).                                                      *
000310* UNA BAJA SIN NINGUNO DE LOS DOS SE CUENTA COMO BAJA Y SE       *
000320* SENALA APARTE.                                                 *
000330*                                                                *
000340* LA ENTRADA SON LAS GENERACIONES CERTIFICADAS (SAMARCHI 'C')    *
000350* CONCATENADAS DE LA MAS ANTIGUA A LA MAS RECIENTE, O LA         *
000360* COMPACTACION DEL MES (SAMARCHI 'M'), QUE TIENE LA MISMA FORMA: *
000370* FECHA POR FECHA Y DENTRO DE CADA UNA EN ORDEN DE LLAVE. SE     *
000380* PUEDE ANTEPONER LA ULTIMA GENERACION DEL MES ANTERIOR PARA QUE *
000390* DE LA APERTURA. SAM-JRNL Y SAM-AUDT SON LAS GENERACIONES DEL   *
000400* MES CONCATENADAS.                                              *
000410*                                                                *
000420* SALE ADEMAS UN REGISTRO RESUMEN DEL MES (SAM-MOVS) QUE EL JCL  *
000430* AGREGA AL ACUMULADO SAM-MOVH PARA COMPARAR ANO CONTRA ANO.     *
000440* UNA GENERACION FUERA DE ORDEN, POSTERIOR AL MES O UNA PRUEBA   *
000450* QUE NO CUADRA DEJAN RETURN-CODE 8; BAJAS SIN SOPORTE, 4.       *
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.    SAMMOVIM.
000490 AUTHOR.        R ALVARADO.
000500 INSTALLATION.  DEPTO DE SISTEMAS.
000510 DATE-WRITTEN.  10/15/2026.
000520 DATE-COMPILED. 10/15/2026.
000530*----------------------------------------------------------------
000540* MODIFICATION HISTORY
000550*----------------------------------------------------------------
000560* 10/15/2026  RAV  VERSION ORIGINAL - MOVIMIENTO MENSUAL DE LA
000570*                  BASE DE CLIENTES CON PRUEBA APERTURA/CIERRE,
000580*                  COMPLETITUD DE TELEFONO Y CONTACTO Y RESUMEN
000590*                  MENSUAL SAM-MOVS PARA COMPARAR ANO CONTRA ANO.
000600*----------------------------------------------------------------
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640
000650     SELECT HIST-ENT-FILE
000660         ASSIGN TO "SAM-HIST"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-HIST-ENT-STATUS.
000690
000700     SELECT SAM-JRNL-FILE
000710         ASSIGN TO "SAM-JRNL"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-SAM-JRNL-STATUS.
000740
000750     SELECT SAM-AUDT-FILE
000760         ASSIGN TO "SAM-AUDT"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-SAM-AUDT-STATUS.
000790
000800     SELECT SAM-MOVH-FILE
000810         ASSIGN TO "SAM-MOVH"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-SAM-MOVH-STATUS.
000840
000850     SELECT SAM-MOVS-FILE
000860         ASSIGN TO "SAM-MOVS"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-SAM-MOVS-STATUS.
000890
000900     SELECT SAM-MOVR-FILE
000910         ASSIGN TO "SAM-MOVR"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-SAM-MOVR-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970
000980 FD  HIST-ENT-FILE
000990     DATA RECORD IS HIST-ENT-RECORD
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 127 CHARACTERS.
001020 01  HIST-ENT-RECORD.
001030     05 HENT-KEY-NUMBER       PIC X(06).
001040     05 HENT-NAME             PIC X(30).
001050     05 HENT-ADDRESS          PIC X(30).
001060     05 HENT-CONTACT          PIC X(30).
001070     05 HENT-ESTADO           PIC X(01).
001080     05 HENT-TELEFONO         PIC X(10).
001090     05 HENT-FECHA-MANT       PIC X(10).
001100     05 HENT-RUN-DATE         PIC X(10).
001110
001120 FD  SAM-JRNL-FILE
001130     DATA RECORD IS SAM-JRNL-RECORD
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 167 CHARACTERS.
001160 01  SAM-JRNL-RECORD.
001170     05 JRNL-SECUENCIA        PIC 9(09).
001180     05 JRNL-FECHA            PIC X(10).
001190     05 JRNL-ACCION           PIC X(01).
001200        88 JRNL-ES-ALTA                VALUE 'A'.
001210        88 JRNL-ES-CAMBIO              VALUE 'C'.
001220        88 JRNL-ES-BAJA                VALUE 'D'.
001230     05 JRNL-KEY-NUMBER       PIC X(06).
001240     05 JRNL-IMAGEN-ANT       PIC X(117).
001250     05 JRNL-USUARIO          PIC X(08).
001260     05 JRNL-APROBADOR        PIC X(08).
001270     05 JRNL-ORIGEN           PIC X(08).
001280
001290 FD  SAM-AUDT-FILE
001300     DATA RECORD IS SAM-AUDT-RECORD
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 167 CHARACTERS.
001330 01  SAM-AUDT-RECORD.
001340     05 AUDT-SAM-ID             PIC X(06).
001350     05 AUDT-RUN-DATE           PIC X(10).
001360     05 AUDT-ACCION             PIC X(01).
001370        88 AUDT-ES-ALTA                  VALUE 'I'.
001380        88 AUDT-ES-CAMBIO                VALUE 'U'.
001390        88 AUDT-ES-REACTIVACION          VALUE 'R'.
001400        88 AUDT-ES-INACTIVACION          VALUE 'N'.
001410     05 FILLER                  PIC X(150).
001420
001430******************************************************************
001440* RESUMEN MENSUAL - UN REGISTRO POR MES. SAM-MOVH ES EL          *
001450* ACUMULADO DE MESES ANTERIORES (PUEDE NO EXISTIR TODAVIA) Y     *
001460* SAM-MOVS EL REGISTRO DE ESTE MES, QUE EL JCL LE AGREGA AL      *
001470* ACUMULADO.                                                     *
001480******************************************************************
001490 FD  SAM-MOVH-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 150 CHARACTERS.
001520 01  SAM-MOVH-RECORD.
001530     05 MOVH-MES                PIC 9(06).
001540     05 MOVH-FECHA-APERTURA     PIC X(10).
001550     05 MOVH-FECHA-CIERRE       PIC X(10).
001560     05 MOVH-APE-ACTIVOS        PIC 9(09).
001570     05 MOVH-APE-INACTIVOS      PIC 9(09).
001580     05 MOVH-ALTAS              PIC 9(09).
001590     05 MOVH-INACTIVACIONES     PIC 9(09).
001600     05 MOVH-REACTIVACIONES     PIC 9(09).
001610     05 MOVH-BAJAS              PIC 9(09).
001620     05 MOVH-FUSIONES           PIC 9(09).
001630     05 MOVH-RETENCION          PIC 9(09).
001640     05 MOVH-CIE-ACTIVOS        PIC 9(09).
001650     05 MOVH-CIE-INACTIVOS      PIC 9(09).
001660     05 MOVH-PCT-TELEFONO       PIC 9(03)V9(01).
001670     05 MOVH-PCT-CONTACTO       PIC 9(03)V9(01).
001680     05 MOVH-CUADRE             PIC X(01).
001690     05 MOVH-FECHA-GENERACION   PIC X(10).
001700     05 FILLER                  PIC X(15).
001710
001720 FD  SAM-MOVS-FILE
001730     LABEL RECORDS ARE STANDARD
001740     RECORD CONTAINS 150 CHARACTERS.
001750 01  SAM-MOVS-RECORD.
001760     05 MOVS-MES                PIC 9(06).
001770     05 MOVS-FECHA-APERTURA     PIC X(10).
001780     05 MOVS-FECHA-CIERRE       PIC X(10).
001790     05 MOVS-APE-ACTIVOS        PIC 9(09).
001800     05 MOVS-APE-INACTIVOS      PIC 9(09).
001810     05 MOVS-ALTAS              PIC 9(09).
001820     05 MOVS-INACTIVACIONES     PIC 9(09).
001830     05 MOVS-REACTIVACIONES     PIC 9(09).
001840     05 MOVS-BAJAS              PIC 9(09).
001850     05 MOVS-FUSIONES           PIC 9(09).
001860     05 MOVS-RETENCION          PIC 9(09).
001870     05 MOVS-CIE-ACTIVOS        PIC 9(09).
001880     05 MOVS-CIE-INACTIVOS      PIC 9(09).
001890     05 MOVS-PCT-TELEFONO       PIC 9(03)V9(01).
001900     05 MOVS-PCT-CONTACTO       PIC 9(03)V9(01).
001910     05 MOVS-CUADRE             PIC X(01).
001920     05 MOVS-FECHA-GENERACION   PIC X(10).
001930     05 FILLER                  PIC X(15).
001940
001950 FD  SAM-MOVR-FILE
001960     LABEL RECORDS ARE STANDARD
001970     RECORD CONTAINS 132 CHARACTERS.
001980 01  SAM-MOVR-RECORD            PIC X(132).
001990
002000 WORKING-STORAGE SECTION.
002010
002020 01  WK-AREA.
002030     05 WK-DATE-CURR.
002040        07 WK-DATE-MM         PIC XX   VALUE SPACES.
002050        07 FILLER             PIC X    VALUE '-'.
002060        07 WK-DATE-DD         PIC XX   VALUE SPACES.
002070        07 FILLER             PIC X    VALUE '-'.
002080        07 WK-DATE-YYYY       PIC X(04) VALUE SPACES.
002090     05 WK-FECHA-SISTEMA      PIC 9(08) VALUE ZERO.
002100     05 WK-MES                PIC 9(06) VALUE ZERO.
002110     05 WK-MES-ANO-ANTERIOR   PIC 9(06) VALUE ZERO.
002120     05 WK-FECHA-REG-NUM      PIC 9(08) VALUE ZERO.
002130     05 WK-FECHA-TEXTO        PIC X(10) VALUE SPACES.
002140     05 WK-FECHA-GEN          PIC X(10) VALUE SPACES.
002150     05 WK-FECHA-DIA-NUM      PIC 9(08) VALUE ZERO.
002160     05 WK-FECHA-PREV-NUM     PIC 9(08) VALUE ZERO.
002170     05 WK-LLAVE-PREVIA       PIC X(06) VALUE LOW-VALUES.
002180     05 WK-LLAVE-ANT          PIC X(06) VALUE SPACES.
002190     05 WK-ESTADO-ACT         PIC X(01) VALUE SPACE.
002200     05 WK-CLASE-SALIDA       PIC X(01) VALUE SPACE.
002210        88 WK-SALIDA-SIN-CLASE         VALUE SPACE.
002220        88 WK-SALIDA-BAJA              VALUE 'B'.
002230        88 WK-SALIDA-FUSION            VALUE 'F'.
002240        88 WK-SALIDA-RETENCION         VALUE 'R'.
002250     05 WK-MENSAJE            PIC X(100) VALUE SPACES.
002260
002270******************************************************************
002280* FOTOS DEL MAESTRO: LA DEL DIA ANTERIOR Y LA DEL DIA QUE SE     *
002290* ESTA LEYENDO, AMBAS EN ORDEN DE LLAVE, CON SOLO LLAVE Y ESTADO *
002300* (ESTADO EN BLANCO CUENTA COMO ACTIVO). AL CERRAR UN DIA SU     *
002310* FOTO PASA A SER LA ANTERIOR.                                   *
002320******************************************************************
002330 01  WK-SN-ANTERIOR.
002340     05 WK-SA-CNT             PIC 9(05) COMP VALUE ZERO.
002350     05 WK-SA-ENTRADA OCCURS 30000 TIMES.
002360        10 WK-SA-LLAVE        PIC X(06).
002370        10 WK-SA-ESTADO       PIC X(01).
002380
002390 01  WK-SN-ACTUAL.
002400     05 WK-SC-CNT             PIC 9(05) COMP VALUE ZERO.
002410     05 WK-SC-ENTRADA OCCURS 30000 TIMES.
002420        10 WK-SC-LLAVE        PIC X(06).
002430        10 WK-SC-ESTADO       PIC X(01).
002440
002450 01  WK-SN-CONTROL.
002460     05 WK-SN-MAX             PIC 9(05) COMP VALUE 30000.
002470     05 WK-SA-I               PIC 9(05) COMP VALUE ZERO.
002480
002490******************************************************************
002500* BAJAS, ALTAS Y CAMBIOS APLICADOS DEL JOURNAL DEL MES, Y        *
002510* MOVIMIENTOS DE RENGLON DE LA AUDITORIA. FECHAS AAAAMMDD.       *
002520******************************************************************
002530 01  WK-JR-TABLA.
002540     05 WK-JR-MAX             PIC 9(05) COMP VALUE 20000.
002550     05 WK-JR-CNT             PIC 9(05) COMP VALUE ZERO.
002560     05 WK-JR-I               PIC 9(05) COMP VALUE ZERO.
002570     05 WK-JR-ENTRADA OCCURS 20000 TIMES.
002580        10 WK-JR-LLAVE        PIC X(06).
002590        10 WK-JR-FECHA        PIC 9(08).
002600        10 WK-JR-ACCION       PIC X(01).
002610        10 WK-JR-FUSION-SW    PIC X(01).
002620
002630 01  WK-AD-TABLA.
002640     05 WK-AD-MAX             PIC 9(05) COMP VALUE 20000.
002650     05 WK-AD-CNT             PIC 9(05) COMP VALUE ZERO.
002660     05 WK-AD-I               PIC 9(05) COMP VALUE ZERO.
002670     05 WK-AD-ENTRADA OCCURS 20000 TIMES.
002680        10 WK-AD-LLAVE        PIC X(06).
002690        10 WK-AD-FECHA        PIC 9(08).
002700        10 WK-AD-ACCION       PIC X(01).
002710
002720******************************************************************
002730* CONTEOS DE UNA FOTO: LA DEL DIA EN LECTURA, LA DEL ULTIMO DIA  *
002740* CERRADO, LA DE APERTURA Y LA DE CIERRE DEL MES.                *
002750******************************************************************
002760 01  WK-FOTO-DIA.
002770     05 WK-DIA-ACTIVOS        PIC 9(09) COMP VALUE ZERO.
002780     05 WK-DIA-INACTIVOS      PIC 9(09) COMP VALUE ZERO.
002790     05 WK-DIA-CON-TEL        PIC 9(09) COMP VALUE ZERO.
002800     05 WK-DIA-CON-CONT       PIC 9(09) COMP VALUE ZERO.
002810 01  WK-FOTO-ULTIMA.
002820     05 WK-ULT-FECHA          PIC X(10) VALUE SPACES.
002830     05 WK-ULT-ACTIVOS        PIC 9(09) COMP VALUE ZERO.
002840     05 WK-ULT-INACTIVOS      PIC 9(09) COMP VALUE ZERO.
002850     05 WK-ULT-CON-TEL        PIC 9(09) COMP VALUE ZERO.
002860     05 WK-ULT-CON-CONT       PIC 9(09) COMP VALUE ZERO.
002870 01  WK-FOTO-APERTURA.
002880     05 WK-APE-FECHA          PIC X(10) VALUE SPACES.
002890     05 WK-APE-ACTIVOS        PIC 9(09) COMP VALUE ZERO.
002900     05 WK-APE-INACTIVOS      PIC 9(09) COMP VALUE ZERO.
002910     05 WK-APE-CON-TEL        PIC 9(09) COMP VALUE ZERO.
002920     05 WK-APE-CON-CONT       PIC 9(09) COMP VALUE ZERO.
002930 01  WK-FOTO-CIERRE.
002940     05 WK-CIE-FECHA          PIC X(10) VALUE SPACES.
002950     05 WK-CIE-ACTIVOS        PIC 9(09) COMP VALUE ZERO.
002960     05 WK-CIE-INACTIVOS      PIC 9(09) COMP VALUE ZERO.
002970     05 WK-CIE-CON-TEL        PIC 9(09) COMP VALUE ZERO.
002980     05 WK-CIE-CON-CONT       PIC 9(09) COMP VALUE ZERO.
002990 01  WK-FECHAS-FOTO.
003000     05 WK-APE-FECHA-NUM      PIC 9(08) VALUE ZERO.
003010     05 WK-CIE-FECHA-NUM      PIC 9(08) VALUE ZERO.
003020
003030******************************************************************
003040* MOVIMIENTOS DEL MES, SEPARADOS POR EL ESTADO QUE TENIA (O CON  *
003050* EL QUE ENTRO) EL CLIENTE, PARA LA PRUEBA POR COLUMNA.          *
003060******************************************************************
003070 01  WK-MOVIMIENTOS.
003080     05 WK-MOV-ALTAS-A        PIC 9(09) COMP VALUE ZERO.
003090     05 WK-MOV-ALTAS-I        PIC 9(09) COMP VALUE ZERO.
003100     05 WK-MOV-INACT          PIC 9(09) COMP VALUE ZERO.
003110     05 WK-MOV-REACT          PIC 9(09) COMP VALUE ZERO.
003120     05 WK-MOV-BAJAS-A        PIC 9(09) COMP VALUE ZERO.
003130     05 WK-MOV-BAJAS-I        PIC 9(09) COMP VALUE ZERO.
003140     05 WK-MOV-FUSION-A       PIC 9(09) COMP VALUE ZERO.
003150     05 WK-MOV-FUSION-I       PIC 9(09) COMP VALUE ZERO.
003160     05 WK-MOV-RETEN-A        PIC 9(09) COMP VALUE ZERO.
003170     05 WK-MOV-RETEN-I        PIC 9(09) COMP VALUE ZERO.
003180     05 WK-MOV-SIN-SOPORTE    PIC 9(09) COMP VALUE ZERO.
003190
003200 01  WK-PRUEBA-AREA.
003210     05 WK-PRUEBA-A           PIC S9(09) COMP VALUE ZERO.
003220     05 WK-PRUEBA-I           PIC S9(09) COMP VALUE ZERO.
003230     05 WK-PRUEBA-SW          PIC X(01) VALUE 'S'.
003240        88 WK-PRUEBA-CUADRA            VALUE 'S'.
003250     05 WK-PCT-TEL-APE        PIC 9(03)V9(01) VALUE ZERO.
003260     05 WK-PCT-TEL-CIE        PIC 9(03)V9(01) VALUE ZERO.
003270     05 WK-PCT-CON-APE        PIC 9(03)V9(01) VALUE ZERO.
003280     05 WK-PCT-CON-CIE        PIC 9(03)V9(01) VALUE ZERO.
003290
003300 01  WK-CONTADORES.
003310     05 WK-CONT-HIST          PIC 9(09) COMP VALUE ZERO.
003320     05 WK-CONT-GENERACIONES  PIC 9(05) COMP VALUE ZERO.
003330     05 WK-CONT-DIAS-MES      PIC 9(05) COMP VALUE ZERO.
003340     05 WK-CONT-OMITIDOS      PIC 9(09) COMP VALUE ZERO.
003350     05 WK-CONT-JRNL          PIC 9(09) COMP VALUE ZERO.
003360     05 WK-CONT-AUDT          PIC 9(09) COMP VALUE ZERO.
003370     05 WK-CONT-ERRORES       PIC 9(09) COMP VALUE ZERO.
003380     05 WK-JR-ALTAS           PIC 9(09) COMP VALUE ZERO.
003390     05 WK-JR-CAMBIOS         PIC 9(09) COMP VALUE ZERO.
003400     05 WK-JR-BAJAS           PIC 9(09) COMP VALUE ZERO.
003410     05 WK-JR-FUSIONES        PIC 9(09) COMP VALUE ZERO.
003420     05 WK-AD-ALTAS           PIC 9(09) COMP VALUE ZERO.
003430     05 WK-AD-REACTIVADOS     PIC 9(09) COMP VALUE ZERO.
003440     05 WK-AD-INACTIVADOS     PIC 9(09) COMP VALUE ZERO.
003450     05 WK-CONT-ED            PIC ZZZ,ZZZ,ZZ9.
003460     05 WK-CONT-ETIQUETA      PIC X(30) VALUE SPACES.
003470
003480******************************************************************
003490* CAMPOS DE LAS LINEAS DEL REPORTE                               *
003500******************************************************************
003510 01  WK-LINEA-AREA.
003520     05 WK-MV-ETIQUETA        PIC X(40) VALUE SPACES.
003530     05 WK-MV-A               PIC S9(09) COMP VALUE ZERO.
003540     05 WK-MV-I               PIC S9(09) COMP VALUE ZERO.
003550     05 WK-MV-T               PIC S9(09) COMP VALUE ZERO.
003560     05 WK-MV-A-ED            PIC ----,---,--9.
003570     05 WK-MV-I-ED            PIC ----,---,--9.
003580     05 WK-MV-T-ED            PIC ----,---,--9.
003590     05 WK-CP-CON-APE         PIC 9(09) COMP VALUE ZERO.
003600     05 WK-CP-CON-CIE         PIC 9(09) COMP VALUE ZERO.
003610     05 WK-CP-PCT-APE         PIC 9(03)V9(01) VALUE ZERO.
003620     05 WK-CP-PCT-CIE         PIC 9(03)V9(01) VALUE ZERO.
003630     05 WK-CP-VARIACION       PIC S9(03)V9(01) VALUE ZERO.
003640     05 WK-CP-CON-APE-ED      PIC ZZZ,ZZZ,ZZ9.
003650     05 WK-CP-CON-CIE-ED      PIC ZZZ,ZZZ,ZZ9.
003660     05 WK-CP-PCT-APE-ED      PIC ZZ9.9.
003670     05 WK-CP-PCT-CIE-ED      PIC ZZ9.9.
003680     05 WK-CP-VARIACION-ED    PIC ---9.9.
003690     05 WK-CM-ACTUAL          PIC S9(09) COMP VALUE ZERO.
003700     05 WK-CM-ANTERIOR        PIC S9(09) COMP VALUE ZERO.
003710     05 WK-CM-VARIACION       PIC S9(09) COMP VALUE ZERO.
003720     05 WK-CM-PCT-ACTUAL      PIC 9(03)V9(01) VALUE ZERO.
003730     05 WK-CM-PCT-ANTERIOR    PIC 9(03)V9(01) VALUE ZERO.
003740
003750******************************************************************
003760* RESUMEN DEL MISMO MES DEL ANO ANTERIOR, SI ESTA EN SAM-MOVH    *
003770******************************************************************
003780 01  WK-ANO-ANTERIOR.
003790     05 WK-AA-SW              PIC X(01) VALUE 'N'.
003800        88 WK-AA-ENCONTRADO            VALUE 'Y'.
003810     05 WK-AA-REGISTRO        PIC X(150) VALUE SPACES.
003820     05 WK-AA-CAMPOS REDEFINES WK-AA-REGISTRO.
003830        10 WK-AA-MES              PIC 9(06).
003840        10 WK-AA-FECHA-APERTURA   PIC X(10).
003850        10 WK-AA-FECHA-CIERRE     PIC X(10).
003860        10 WK-AA-APE-ACTIVOS      PIC 9(09).
003870        10 WK-AA-APE-INACTIVOS    PIC 9(09).
003880        10 WK-AA-ALTAS            PIC 9(09).
003890        10 WK-AA-INACTIVACIONES   PIC 9(09).
003900        10 WK-AA-REACTIVACIONES   PIC 9(09).
003910        10 WK-AA-BAJAS            PIC 9(09).
003920        10 WK-AA-FUSIONES         PIC 9(09).
003930        10 WK-AA-RETENCION        PIC 9(09).
003940        10 WK-AA-CIE-ACTIVOS      PIC 9(09).
003950        10 WK-AA-CIE-INACTIVOS    PIC 9(09).
003960        10 WK-AA-PCT-TELEFONO     PIC 9(03)V9(01).
003970        10 WK-AA-PCT-CONTACTO     PIC 9(03)V9(01).
003980        10 WK-AA-CUADRE           PIC X(01).
003990        10 WK-AA-FECHA-GENERACION PIC X(10).
004000        10 FILLER                 PIC X(15).
004010
004020 01  WK-SWITCHES.
004030     05 WK-CONTANDO-SW        PIC X(01) VALUE 'N'.
004040        88 WK-CONTANDO                 VALUE 'Y'.
004050     05 WK-FECHA-FUERA-SW     PIC X(01) VALUE 'N'.
004060        88 WK-FECHA-FUERA              VALUE 'Y'.
004070     05 WK-FECHA-EN-MES-SW    PIC X(01) VALUE 'N'.
004080        88 WK-FECHA-EN-MES             VALUE 'Y'.
004090     05 WK-APERTURA-FIJA-SW   PIC X(01) VALUE 'N'.
004100        88 WK-APERTURA-FIJA            VALUE 'Y'.
004110     05 WK-TOMAR-APERTURA-SW  PIC X(01) VALUE 'N'.
004120        88 WK-TOMAR-APERTURA           VALUE 'Y'.
004130     05 WK-APERTURA-DIA-UNO-SW PIC X(01) VALUE 'N'.
004140        88 WK-APERTURA-DIA-UNO         VALUE 'Y'.
004150     05 WK-MOVH-AUSENTE-SW    PIC X(01) VALUE 'N'.
004160        88 WK-MOVH-AUSENTE             VALUE 'Y'.
004170
004180 01  WK-RPT-AREA.
004190     05 WK-LINEA-RPT          PIC X(132) VALUE SPACES.
004200     05 WK-LINEA-ACTUAL       PIC 9(03) COMP VALUE 99.
004210     05 WK-MAX-LINEAS         PIC 9(03) COMP VALUE 060.
004220     05 WK-PAGINA             PIC 9(05) COMP VALUE ZERO.
004230     05 WK-PAGINA-ED          PIC ZZZZ9.
004240
004250 01  WS-AREA.
004260     05  WS-HIST-ENT-STATUS   PIC XX   VALUE SPACES.
004270         88 HIST-ENT-EOF               VALUE '10'.
004280     05  WS-SAM-JRNL-STATUS   PIC XX   VALUE SPACES.
004290         88 SAM-JRNL-EOF               VALUE '10'.
004300     05  WS-SAM-AUDT-STATUS   PIC XX   VALUE SPACES.
004310         88 SAM-AUDT-EOF               VALUE '10'.
004320     05  WS-SAM-MOVH-STATUS   PIC XX   VALUE SPACES.
004330         88 SAM-MOVH-EOF               VALUE '10'.
004340     05  WS-SAM-MOVS-STATUS   PIC XX   VALUE SPACES.
004350     05  WS-SAM-MOVR-STATUS   PIC XX   VALUE SPACES.
004360
004370 LINKAGE SECTION.
004380******************************************************************
004390* PARM DE JCL - FORMATO POSICIONAL                               *
004400*   COL  1-6   MES A REPORTAR AAAAMM (OBLIGATORIO)               *
004410******************************************************************
004420 01  LS-PARM.
004430     05 LS-PARM-LEN           PIC S9(04) COMP.
004440     05 LS-PARM-TEXT.
004450        10 LS-PARM-MES          PIC 9(06).
004460        10 FILLER               PIC X(94).
004470
004480 PROCEDURE DIVISION USING LS-PARM.
004490
004500******************************************************************
004510* 0000-PROGRAMA                                                  *
004520******************************************************************
004530 0000-PROGRAMA.
004540     PERFORM 0100-INICIO  THRU 0100-FIN.
004550
004560     PERFORM 0200-CARGA-JOURNAL   THRU 0200-FIN.
004570     PERFORM 0250-CARGA-AUDITORIA THRU 0250-FIN.
004580     PERFORM 0300-RECORRE-FOTOS   THRU 0300-FIN.
004590     PERFORM 0500-CONTRASTE       THRU 0500-FIN.
004600     PERFORM 0550-PRUEBA          THRU 0550-FIN.
004610     PERFORM 0600-BUSCA-ANO-ANTERIOR THRU 0600-FIN.
004620     PERFORM 0700-GRABA-RESUMEN   THRU 0700-FIN.
004630
004640     PERFORM 0900-TERMINA THRU 0900-FIN.
004650
004660     STOP RUN.
004670
004680******************************************************************
004690* 0050-EDITA-PARM                                                *
004700******************************************************************
004710 0050-EDITA-PARM.
004720     IF LS-PARM-LEN < 6
004730         DISPLAY "SAMMOVIM FALTA EL MES EN EL PARM"
004740         MOVE 16 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770     IF LS-PARM-MES IS NOT NUMERIC
004780        OR LS-PARM-MES(5:2) < '01'
004790        OR LS-PARM-MES(5:2) > '12'
004800         DISPLAY "SAMMOVIM MES INVALIDO " LS-PARM-TEXT(1:6)
004810         MOVE 16 TO RETURN-CODE
004820         STOP RUN
004830     END-IF.
004840     MOVE LS-PARM-MES TO WK-MES.
004850     COMPUTE WK-MES-ANO-ANTERIOR = WK-MES - 100.
004860 0050-FIN.
004870     EXIT.
004880
004890******************************************************************
004900* 0100-INICIO                                                    *
004910******************************************************************
004920 0100-INICIO.
004930     PERFORM 0050-EDITA-PARM THRU 0050-FIN.
004940
004950     ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD.
004960     MOVE WK-FECHA-SISTEMA(5:2) TO WK-DATE-MM.
004970     MOVE WK-FECHA-SISTEMA(7:2) TO WK-DATE-DD.
004980     MOVE WK-FECHA-SISTEMA(1:4) TO WK-DATE-YYYY.
004990
005000     OPEN INPUT  HIST-ENT-FILE.
005010     OPEN INPUT  SAM-JRNL-FILE.
005020     OPEN INPUT  SAM-AUDT-FILE.
005030     OPEN INPUT  SAM-MOVH-FILE.
005040     OPEN OUTPUT SAM-MOVR-FILE.
005050     PERFORM 0102-VALIDA-APERTURA THRU 0102-FIN.
005060 0100-FIN.
005070     EXIT.
005080
005090******************************************************************
005100* 0102-VALIDA-APERTURA                                           *
005110* SAM-MOVH PUEDE NO EXISTIR (PRIMER MES QUE SE CORRE): ENTONCES  *
005120* SOLO NO HAY COMPARACION CONTRA EL ANO ANTERIOR.                *
005130******************************************************************
005140 0102-VALIDA-APERTURA.
005150     IF WS-HIST-ENT-STATUS NOT = '00'
005160         DISPLAY "ERROR AL ABRIR HIST-ENT-FILE STATUS "
005170                 WS-HIST-ENT-STATUS
005180         MOVE 16 TO RETURN-CODE
005190         STOP RUN
005200     END-IF.
005210     IF WS-SAM-JRNL-STATUS NOT = '00'
005220         DISPLAY "ERROR AL ABRIR SAM-JRNL-FILE STATUS "
005230                 WS-SAM-JRNL-STATUS
005240         MOVE 16 TO RETURN-CODE
005250         STOP RUN
005260     END-IF.
005270     IF WS-SAM-AUDT-STATUS NOT = '00'
005280         DISPLAY "ERROR AL ABRIR SAM-AUDT-FILE STATUS "
005290                 WS-SAM-AUDT-STATUS
005300         MOVE 16 TO RETURN-CODE
005310         STOP RUN
005320     END-IF.
005330     IF WS-SAM-MOVH-STATUS = '35'
005340         MOVE 'Y' TO WK-MOVH-AUSENTE-SW
005350         SET SAM-MOVH-EOF TO TRUE
005360     ELSE
005370         IF WS-SAM-MOVH-STATUS NOT = '00'
005380             DISPLAY "ERROR AL ABRIR SAM-MOVH-FILE STATUS "
005390                     WS-SAM-MOVH-STATUS
005400             MOVE 16 TO RETURN-CODE
005410             STOP RUN
005420         END-IF
005430     END-IF.
005440     IF WS-SAM-MOVR-STATUS NOT = '00'
005450         DISPLAY "ERROR AL ABRIR SAM-MOVR-FILE STATUS "
005460                 WS-SAM-MOVR-STATUS
005470         MOVE 16 TO RETURN-CODE
005480         STOP RUN
005490     END-IF.
005500 0102-FIN.
005510     EXIT.
005520
005530******************************************************************
005540* 0150-ENCABEZADO-RPT                                            *
005550******************************************************************
005560 0150-ENCABEZADO-RPT.
005570     ADD 1 TO WK-PAGINA.
005580     MOVE WK-PAGINA TO WK-PAGINA-ED.
005590
005600     MOVE SPACES TO SAM-MOVR-RECORD.
005610     IF WK-PAGINA = 1
005620         WRITE SAM-MOVR-RECORD AFTER ADVANCING 1 LINE
005630     ELSE
005640         WRITE SAM-MOVR-RECORD AFTER ADVANCING PAGE
005650     END-IF.
005660
005670     MOVE SPACES TO SAM-MOVR-RECORD.
005680     STRING 'SAMMOVIM'   DELIMITED BY SIZE
005690            ' - MOVIMIENTO DE LA BASE DE CLIENTES DEL MES '
005700                         DELIMITED BY SIZE
005710            WK-MES(1:4)  DELIMITED BY SIZE
005720            '-'          DELIMITED BY SIZE
005730            WK-MES(5:2)  DELIMITED BY SIZE
005740            ' - FECHA: ' DELIMITED BY SIZE
005750            WK-DATE-CURR DELIMITED BY SIZE
005760       INTO SAM-MOVR-RECORD.
005770     WRITE SAM-MOVR-RECORD AFTER ADVANCING 1 LINE.
005780
005790     MOVE SPACES TO SAM-MOVR-RECORD.
005800     STRING 'PAGINA: '   DELIMITED BY SIZE
005810            WK-PAGINA-ED DELIMITED BY SIZE
005820       INTO SAM-MOVR-RECORD.
005830     WRITE SAM-MOVR-RECORD AFTER ADVANCING 1 LINE.
005840
005850     MOVE SPACES TO SAM-MOVR-RECORD.
005860     WRITE SAM-MOVR-RECORD AFTER ADVANCING 1 LINE.
005870
005880     MOVE 4 TO WK-LINEA-ACTUAL.
005890 0150-FIN.
005900     EXIT.
005910
005920******************************************************************
005930* 0200-CARGA-JOURNAL                                             *
005940* SOLO INTERESAN LAS ALTAS, CAMBIOS Y BAJAS APLICADOS DEL MES;   *
005950* LAS APROBACIONES, VENCIMIENTOS Y CANCELACIONES NO TOCARON EL   *
005960* MAESTRO. UNA BAJA CON ORIGEN SAMDUPLI ES UNA FUSION.           *
005970******************************************************************
005980 0200-CARGA-JOURNAL.
005990     PERFORM 0205-LEE-JOURNAL THRU 0205-FIN
006000             UNTIL SAM-JRNL-EOF.
006010     CLOSE SAM-JRNL-FILE.
006020 0200-FIN.
006030     EXIT.
006040
006050 0205-LEE-JOURNAL.
006060     READ SAM-JRNL-FILE
006070         AT END
006080             GO TO 0205-FIN
006090     END-READ.
006100     ADD 1 TO WK-CONT-JRNL.
006110     IF NOT JRNL-ES-ALTA
006120        AND NOT JRNL-ES-CAMBIO
006130        AND NOT JRNL-ES-BAJA
006140         GO TO 0205-FIN
006150     END-IF.
006160     MOVE JRNL-FECHA TO WK-FECHA-TEXTO.
006170     PERFORM 0215-ARMA-FECHA THRU 0215-FIN.
006180     IF WK-FECHA-REG-NUM(1:6) NOT = WK-MES
006190         GO TO 0205-FIN
006200     END-IF.
006210     IF WK-JR-CNT NOT < WK-JR-MAX
006220         DISPLAY "SAMMOVIM TABLA DE JOURNAL LLENA - MAXIMO "
006230                 WK-JR-MAX
006240         MOVE 16 TO RETURN-CODE
006250         STOP RUN
006260     END-IF.
006270     ADD 1 TO WK-JR-CNT.
006280     MOVE JRNL-KEY-NUMBER  TO WK-JR-LLAVE  (WK-JR-CNT).
006290     MOVE WK-FECHA-REG-NUM TO WK-JR-FECHA  (WK-JR-CNT).
006300     MOVE JRNL-ACCION      TO WK-JR-ACCION (WK-JR-CNT).
006310     IF JRNL-ES-BAJA AND JRNL-ORIGEN = 'SAMDUPLI'
006320         MOVE 'Y' TO WK-JR-FUSION-SW (WK-JR-CNT)
006330     ELSE
006340         MOVE 'N' TO WK-JR-FUSION-SW (WK-JR-CNT)
006350     END-IF.
006360 0205-FIN.
006370     EXIT.
006380
006390******************************************************************
006400* 0215-ARMA-FECHA                                                *
006410* LAS FECHAS DE LOS ARCHIVOS VIENEN MM-DD-AAAA Y SE REARMAN      *
006420* AAAAMMDD PARA COMPARAR, IGUAL QUE EN SAMARCHI. UNA FECHA       *
006430* ILEGIBLE SE TOMA COMO CERO.                                    *
006440******************************************************************
006450 0215-ARMA-FECHA.
006460     MOVE WK-FECHA-TEXTO(7:4) TO WK-FECHA-REG-NUM(1:4).
006470     MOVE WK-FECHA-TEXTO(1:2) TO WK-FECHA-REG-NUM(5:2).
006480     MOVE WK-FECHA-TEXTO(4:2) TO WK-FECHA-REG-NUM(7:2).
006490     IF WK-FECHA-REG-NUM IS NOT NUMERIC
006500         MOVE ZERO TO WK-FECHA-REG-NUM
006510     END-IF.
006520 0215-FIN.
006530     EXIT.
006540
006550******************************************************************
006560* 0250-CARGA-AUDITORIA                                           *
006570* RENGLONES NUEVOS ('I'), REACTIVADOS ('R') E INACTIVADOS ('N')  *
006580* DE SAM-TAB EN EL MES. LOS CAMBIOS DE DATOS ('U') NO MUEVEN LA  *
006590* BASE.                                                          *
006600******************************************************************
006610 0250-CARGA-AUDITORIA.
006620     PERFORM 0255-LEE-AUDITORIA THRU 0255-FIN
006630             UNTIL SAM-AUDT-EOF.
006640     CLOSE SAM-AUDT-FILE.
006650 0250-FIN.
006660     EXIT.
006670
006680 0255-LEE-AUDITORIA.
006690     READ SAM-AUDT-FILE
006700         AT END
006710             GO TO 0255-FIN
006720     END-READ.
006730     ADD 1 TO WK-CONT-AUDT.
006740     IF NOT AUDT-ES-ALTA
006750        AND NOT AUDT-ES-REACTIVACION
006760        AND NOT AUDT-ES-INACTIVACION
006770         GO TO 0255-FIN
006780     END-IF.
006790     MOVE AUDT-RUN-DATE TO WK-FECHA-TEXTO.
006800     PERFORM 0215-ARMA-FECHA THRU 0215-FIN.
006810     IF WK-FECHA-REG-NUM(1:6) NOT = WK-MES
006820         GO TO 0255-FIN
006830     END-IF.
006840     IF WK-AD-CNT NOT < WK-AD-MAX
006850         DISPLAY "SAMMOVIM TABLA DE AUDITORIA LLENA - MAXIMO "
006860                 WK-AD-MAX
006870         MOVE 16 TO RETURN-CODE
006880         STOP RUN
006890     END-IF.
006900     ADD 1 TO WK-AD-CNT.
006910     MOVE AUDT-SAM-ID      TO WK-AD-LLAVE  (WK-AD-CNT).
006920     MOVE WK-FECHA-REG-NUM TO WK-AD-FECHA  (WK-AD-CNT).
006930     MOVE AUDT-ACCION      TO WK-AD-ACCION (WK-AD-CNT).
006940 0255-FIN.
006950     EXIT.
006960
006970******************************************************************
006980* 0300-RECORRE-FOTOS                                             *
006990* LEE LAS FOTOS DIARIAS DEL MAESTRO EN ORDEN DE FECHA. CADA      *
007000* CAMBIO DE FECHA CIERRA EL DIA ANTERIOR Y ABRE EL NUEVO.        *
007010******************************************************************
007020 0300-RECORRE-FOTOS.
007030     PERFORM 0305-LEE-HIST THRU 0305-FIN.
007040     PERFORM 0310-PROCESA-HIST THRU 0310-FIN
007050             UNTIL HIST-ENT-EOF.
007060     IF WK-FECHA-GEN NOT = SPACES
007070         PERFORM 0340-CIERRA-FECHA THRU 0340-FIN
007080     END-IF.
007090     CLOSE HIST-ENT-FILE.
007100
007110     IF WK-CIE-FECHA = SPACES
007120         MOVE 'NO HAY GENERACIONES DE SAM-HIST DEL MES'
007130           TO WK-MENSAJE
007140         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
007150     END-IF.
007160 0300-FIN.
007170     EXIT.
007180
007190 0305-LEE-HIST.
007200     READ HIST-ENT-FILE
007210         AT END
007220             CONTINUE
007230     END-READ.
007240 0305-FIN.
007250     EXIT.
007260
007270******************************************************************
007280* 0310-PROCESA-HIST                                              *
007290* DENTRO DE UNA FECHA LAS LLAVES DEBEN VENIR ASCENDENTES Y SIN   *
007300* REPETIRSE (GENERACION CERTIFICADA); UNA QUE NO AVANZA SE       *
007310* REPORTA Y SE OMITE.                                            *
007320******************************************************************
007330 0310-PROCESA-HIST.
007340     ADD 1 TO WK-CONT-HIST.
007350     IF HENT-RUN-DATE NOT = WK-FECHA-GEN
007360         PERFORM 0320-ABRE-FECHA THRU 0320-FIN
007370     END-IF.
007380     IF WK-FECHA-FUERA
007390         ADD 1 TO WK-CONT-OMITIDOS
007400         GO TO 0310-LEE
007410     END-IF.
007420     IF HENT-KEY-NUMBER NOT > WK-LLAVE-PREVIA
007430         MOVE SPACES TO WK-MENSAJE
007440         STRING 'LLAVE FUERA DE SECUENCIA EN SAM-HIST: '
007450                                  DELIMITED BY SIZE
007460                HENT-KEY-NUMBER   DELIMITED BY SIZE
007470                ' FECHA '         DELIMITED BY SIZE
007480                HENT-RUN-DATE     DELIMITED BY SIZE
007490           INTO WK-MENSAJE
007500         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
007510         ADD 1 TO WK-CONT-OMITIDOS
007520         GO TO 0310-LEE
007530     END-IF.
007540     MOVE HENT-KEY-NUMBER TO WK-LLAVE-PREVIA.
007550
007560     IF HENT-ESTADO = 'I'
007570         MOVE 'I' TO WK-ESTADO-ACT
007580         ADD 1 TO WK-DIA-INACTIVOS
007590     ELSE
007600         MOVE 'A' TO WK-ESTADO-ACT
007610         ADD 1 TO WK-DIA-ACTIVOS
007620         IF HENT-TELEFONO NOT = SPACES
007630            AND HENT-TELEFONO NOT = ZEROS
007640             ADD 1 TO WK-DIA-CON-TEL
007650         END-IF
007660         IF HENT-CONTACT NOT = SPACES
007670             ADD 1 TO WK-DIA-CON-CONT
007680         END-IF
007690     END-IF.
007700
007710     IF WK-CONTANDO
007720         PERFORM 0330-COMPARA-ANTERIOR THRU 0330-FIN
007730     END-IF.
007740
007750     IF WK-SC-CNT NOT < WK-SN-MAX
007760         DISPLAY "SAMMOVIM TABLA DE CLIENTES LLENA - MAXIMO "
007770                 WK-SN-MAX
007780         MOVE 16 TO RETURN-CODE
007790         STOP RUN
007800     END-IF.
007810     ADD 1 TO WK-SC-CNT.
007820     MOVE HENT-KEY-NUMBER TO WK-SC-LLAVE  (WK-SC-CNT).
007830     MOVE WK-ESTADO-ACT   TO WK-SC-ESTADO (WK-SC-CNT).
007840
007850 0310-LEE.
007860     PERFORM 0305-LEE-HIST THRU 0305-FIN.
007870 0310-FIN.
007880     EXIT.
007890
007900******************************************************************
007910* 0320-ABRE-FECHA                                                *
007920* CIERRA EL DIA QUE TERMINA Y PREPARA EL NUEVO:                  *
007930* - UNA FECHA QUE REGRESA ES CONCATENACION EQUIVOCADA (ERROR).   *
007940* - UNA FECHA POSTERIOR AL MES SE REPORTA Y SUS REGISTROS SE     *
007950*   OMITEN.                                                      *
007960* - LAS FECHAS ANTERIORES AL MES SOLO ARMAN LA FOTO DE APERTURA. *
007970* - EL PRIMER DIA DEL MES FIJA LA APERTURA: LA FOTO DEL ULTIMO   *
007980*   DIA ANTERIOR SI LA HAY (Y DESDE AHI SE CUENTAN MOVIMIENTOS), *
007990*   O SU PROPIA FOTO SI ES LA PRIMERA GENERACION DE LA ENTRADA.  *
008000******************************************************************
008010 0320-ABRE-FECHA.
008020     IF WK-FECHA-GEN NOT = SPACES
008030         PERFORM 0340-CIERRA-FECHA THRU 0340-FIN
008040     END-IF.
008050     ADD 1 TO WK-CONT-GENERACIONES.
008060     MOVE HENT-RUN-DATE TO WK-FECHA-GEN
008070                           WK-FECHA-TEXTO.
008080     PERFORM 0215-ARMA-FECHA THRU 0215-FIN.
008090     IF WK-FECHA-REG-NUM < WK-FECHA-DIA-NUM
008100         MOVE SPACES TO WK-MENSAJE
008110         STRING 'GENERACION FUERA DE ORDEN EN SAM-HIST: '
008120                                  DELIMITED BY SIZE
008130                HENT-RUN-DATE     DELIMITED BY SIZE
008140           INTO WK-MENSAJE
008150         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
008160     END-IF.
008170
008180     MOVE 'N' TO WK-FECHA-FUERA-SW
008190                 WK-FECHA-EN-MES-SW
008200                 WK-CONTANDO-SW.
008210     IF WK-FECHA-REG-NUM(1:6) > WK-MES
008220         MOVE 'Y' TO WK-FECHA-FUERA-SW
008230         MOVE SPACES TO WK-MENSAJE
008240         STRING 'GENERACION POSTERIOR AL MES OMITIDA: '
008250                                  DELIMITED BY SIZE
008260                HENT-RUN-DATE     DELIMITED BY SIZE
008270           INTO WK-MENSAJE
008280         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
008290         GO TO 0320-FIN
008300     END-IF.
008310
008320     MOVE WK-FECHA-DIA-NUM TO WK-FECHA-PREV-NUM.
008330     MOVE WK-FECHA-REG-NUM TO WK-FECHA-DIA-NUM.
008340     IF WK-FECHA-REG-NUM(1:6) = WK-MES
008350         MOVE 'Y' TO WK-FECHA-EN-MES-SW
008360         ADD 1 TO WK-CONT-DIAS-MES
008370         IF WK-APERTURA-FIJA
008380             MOVE 'Y' TO WK-CONTANDO-SW
008390         ELSE
008400             MOVE 'Y' TO WK-APERTURA-FIJA-SW
008410             IF WK-ULT-FECHA NOT = SPACES
008420                 MOVE WK-FOTO-ULTIMA    TO WK-FOTO-APERTURA
008430                 MOVE WK-FECHA-PREV-NUM TO WK-APE-FECHA-NUM
008440                 MOVE 'Y' TO WK-CONTANDO-SW
008450             ELSE
008460                 MOVE 'Y' TO WK-TOMAR-APERTURA-SW
008470                             WK-APERTURA-DIA-UNO-SW
008480                 MOVE WK-FECHA-DIA-NUM  TO WK-APE-FECHA-NUM
008490             END-IF
008500         END-IF
008510     END-IF.
008520
008530     MOVE ZERO       TO WK-DIA-ACTIVOS  WK-DIA-INACTIVOS
008540                        WK-DIA-CON-TEL  WK-DIA-CON-CONT
008550                        WK-SC-CNT.
008560     MOVE 1          TO WK-SA-I.
008570     MOVE LOW-VALUES TO WK-LLAVE-PREVIA.
008580     PERFORM 0335-LLAVE-ANTERIOR THRU 0335-FIN.
008590 0320-FIN.
008600     EXIT.
008610
008620******************************************************************
008630* 0330-COMPARA-ANTERIOR                                          *
008640* CRUCE DE LA LLAVE LEIDA CONTRA LA FOTO DEL DIA ANTERIOR: LAS   *
008650* LLAVES ANTERIORES MENORES YA NO ESTAN (BAJAS); SI LA LLAVE NO  *
008660* ESTABA ES UNA ALTA; SI ESTABA SE COMPARA EL ESTADO.            *
008670******************************************************************
008680 0330-COMPARA-ANTERIOR.
008690     PERFORM 0337-SALE-ANTERIOR THRU 0337-FIN
008700             UNTIL WK-LLAVE-ANT NOT < HENT-KEY-NUMBER.
008710     IF WK-LLAVE-ANT > HENT-KEY-NUMBER
008720         IF WK-ESTADO-ACT = 'I'
008730             ADD 1 TO WK-MOV-ALTAS-I
008740         ELSE
008750             ADD 1 TO WK-MOV-ALTAS-A
008760         END-IF
008770         GO TO 0330-FIN
008780     END-IF.
008790
008800     IF WK-SA-ESTADO (WK-SA-I) = 'A' AND WK-ESTADO-ACT = 'I'
008810         ADD 1 TO WK-MOV-INACT
008820     END-IF.
008830     IF WK-SA-ESTADO (WK-SA-I) = 'I' AND WK-ESTADO-ACT = 'A'
008840         ADD 1 TO WK-MOV-REACT
008850     END-IF.
008860     ADD 1 TO WK-SA-I.
008870     PERFORM 0335-LLAVE-ANTERIOR THRU 0335-FIN.
008880 0330-FIN.
008890     EXIT.
008900
008910 0335-LLAVE-ANTERIOR.
008920     IF WK-SA-I > WK-SA-CNT
008930         MOVE HIGH-VALUES TO WK-LLAVE-ANT
008940     ELSE
008950         MOVE WK-SA-LLAVE (WK-SA-I) TO WK-LLAVE-ANT
008960     END-IF.
008970 0335-FIN.
008980     EXIT.
008990
009000 0337-SALE-ANTERIOR.
009010     PERFORM 0350-CLASIFICA-SALIDA THRU 0350-FIN.
009020     ADD 1 TO WK-SA-I.
009030     PERFORM 0335-LLAVE-ANTERIOR THRU 0335-FIN.
009040 0337-FIN.
009050     EXIT.
009060
009070******************************************************************
009080* 0340-CIERRA-FECHA                                              *
009090* LO QUE QUEDO SIN CRUZAR DE LA FOTO ANTERIOR SON BAJAS. LOS     *
009100* CONTEOS DEL DIA QUEDAN COMO ULTIMA FOTO Y, SI EL DIA ES DEL    *
009110* MES, COMO CIERRE (GANA EL ULTIMO). LA FOTO DEL DIA PASA A SER  *
009120* LA ANTERIOR.                                                   *
009130******************************************************************
009140 0340-CIERRA-FECHA.
009150     IF WK-FECHA-FUERA
009160         GO TO 0340-FIN
009170     END-IF.
009180     IF WK-CONTANDO
009190         PERFORM 0337-SALE-ANTERIOR THRU 0337-FIN
009200                 UNTIL WK-SA-I > WK-SA-CNT
009210     END-IF.
009220
009230     MOVE WK-FECHA-GEN     TO WK-ULT-FECHA.
009240     MOVE WK-DIA-ACTIVOS   TO WK-ULT-ACTIVOS.
009250     MOVE WK-DIA-INACTIVOS TO WK-ULT-INACTIVOS.
009260     MOVE WK-DIA-CON-TEL   TO WK-ULT-CON-TEL.
009270     MOVE WK-DIA-CON-CONT  TO WK-ULT-CON-CONT.
009280     IF WK-TOMAR-APERTURA
009290         MOVE WK-FOTO-ULTIMA TO WK-FOTO-APERTURA
009300         MOVE 'N' TO WK-TOMAR-APERTURA-SW
009310     END-IF.
009320     IF WK-FECHA-EN-MES
009330         MOVE WK-FOTO-ULTIMA   TO WK-FOTO-CIERRE
009340         MOVE WK-FECHA-DIA-NUM TO WK-CIE-FECHA-NUM
009350     END-IF.
009360     MOVE WK-SN-ACTUAL TO WK-SN-ANTERIOR.
009370 0340-FIN.
009380     EXIT.
009390
009400******************************************************************
009410* 0350-CLASIFICA-SALIDA                                          *
009420* LA LLAVE DE LA FOTO ANTERIOR YA NO ESTA. SE BUSCA SU BAJA EN   *
009430* EL JOURNAL ENTRE LA FECHA DE LA FOTO ANTERIOR Y LA DE HOY; SI  *
009440* NO LA HAY, SU INACTIVACION DE RENGLON EN LA AUDITORIA (LA DEJA *
009450* SAMRETEN AL TRASLADAR A RETENCION, Y PUEDE CAER LA NOCHE       *
009460* ANTERIOR A LA FOTO QUE YA NO LA TRAE).                         *
009470******************************************************************
009480 0350-CLASIFICA-SALIDA.
009490     MOVE SPACE TO WK-CLASE-SALIDA.
009500     PERFORM 0355-BUSCA-JOURNAL THRU 0355-FIN
009510             VARYING WK-JR-I FROM 1 BY 1
009520             UNTIL WK-JR-I > WK-JR-CNT
009530                OR NOT WK-SALIDA-SIN-CLASE.
009540     IF WK-SALIDA-SIN-CLASE
009550         PERFORM 0357-BUSCA-AUDITORIA THRU 0357-FIN
009560                 VARYING WK-AD-I FROM 1 BY 1
009570                 UNTIL WK-AD-I > WK-AD-CNT
009580                    OR NOT WK-SALIDA-SIN-CLASE
009590     END-IF.
009600     IF WK-SALIDA-SIN-CLASE
009610         ADD 1 TO WK-MOV-SIN-SOPORTE
009620         MOVE 'B' TO WK-CLASE-SALIDA
009630         MOVE SPACES TO WK-LINEA-RPT
009640         STRING 'BAJA SIN SOPORTE EN SAM-JRNL NI SAM-AUDT: '
009650                                  DELIMITED BY SIZE
009660                WK-LLAVE-ANT      DELIMITED BY SIZE
009670                ' EN LA FOTO DEL ' DELIMITED BY SIZE
009680                WK-FECHA-GEN      DELIMITED BY SIZE
009690           INTO WK-LINEA-RPT
009700         PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN
009710     END-IF.
009720
009730     EVALUATE TRUE
009740         WHEN WK-SALIDA-FUSION
009750              IF WK-SA-ESTADO (WK-SA-I) = 'I'
009760                  ADD 1 TO WK-MOV-FUSION-I
009770              ELSE
009780                  ADD 1 TO WK-MOV-FUSION-A
009790              END-IF
009800         WHEN WK-SALIDA-RETENCION
009810              IF WK-SA-ESTADO (WK-SA-I) = 'I'
009820                  ADD 1 TO WK-MOV-RETEN-I
009830              ELSE
009840                  ADD 1 TO WK-MOV-RETEN-A
009850              END-IF
009860         WHEN OTHER
009870              IF WK-SA-ESTADO (WK-SA-I) = 'I'
009880                  ADD 1 TO WK-MOV-BAJAS-I
009890              ELSE
009900                  ADD 1 TO WK-MOV-BAJAS-A
009910              END-IF
009920     END-EVALUATE.
009930 0350-FIN.
009940     EXIT.
009950
009960 0355-BUSCA-JOURNAL.
009970     IF WK-JR-LLAVE  (WK-JR-I) = WK-LLAVE-ANT
009980        AND WK-JR-ACCION (WK-JR-I) = 'D'
009990        AND WK-JR-FECHA  (WK-JR-I) NOT < WK-FECHA-PREV-NUM
010000        AND WK-JR-FECHA  (WK-JR-I) NOT > WK-FECHA-DIA-NUM
010010         IF WK-JR-FUSION-SW (WK-JR-I) = 'Y'
010020             MOVE 'F' TO WK-CLASE-SALIDA
010030         ELSE
010040             MOVE 'B' TO WK-CLASE-SALIDA
010050         END-IF
010060     END-IF.
010070 0355-FIN.
010080     EXIT.
010090
010100 0357-BUSCA-AUDITORIA.
010110     IF WK-AD-LLAVE  (WK-AD-I) = WK-LLAVE-ANT
010120        AND WK-AD-ACCION (WK-AD-I) = 'N'
010130        AND WK-AD-FECHA  (WK-AD-I) NOT < WK-FECHA-PREV-NUM
010140        AND WK-AD-FECHA  (WK-AD-I) NOT > WK-FECHA-DIA-NUM
010150         MOVE 'R' TO WK-CLASE-SALIDA
010160     END-IF.
010170 0357-FIN.
010180     EXIT.
010190
010200******************************************************************
010210* 0500-CONTRASTE                                                 *
010220* LO QUE DICEN EL JOURNAL Y LA AUDITORIA PARA EL MISMO PERIODO   *
010230* QUE CUBREN LAS FOTOS (DESPUES DE LA APERTURA Y HASTA EL        *
010240* CIERRE), PARA CONTRASTAR CON LOS MOVIMIENTOS MEDIDOS.          *
010250******************************************************************
010260 0500-CONTRASTE.
010270     PERFORM 0505-CUENTA-JOURNAL THRU 0505-FIN
010280             VARYING WK-JR-I FROM 1 BY 1
010290             UNTIL WK-JR-I > WK-JR-CNT.
010300     PERFORM 0510-CUENTA-AUDITORIA THRU 0510-FIN
010310             VARYING WK-AD-I FROM 1 BY 1
010320             UNTIL WK-AD-I > WK-AD-CNT.
010330 0500-FIN.
010340     EXIT.
010350
010360 0505-CUENTA-JOURNAL.
010370     IF WK-JR-FECHA (WK-JR-I) NOT > WK-APE-FECHA-NUM
010380        OR WK-JR-FECHA (WK-JR-I) > WK-CIE-FECHA-NUM
010390         GO TO 0505-FIN
010400     END-IF.
010410     EVALUATE WK-JR-ACCION (WK-JR-I)
010420         WHEN 'A'
010430              ADD 1 TO WK-JR-ALTAS
010440         WHEN 'C'
010450              ADD 1 TO WK-JR-CAMBIOS
010460         WHEN 'D'
010470              ADD 1 TO WK-JR-BAJAS
010480              IF WK-JR-FUSION-SW (WK-JR-I) = 'Y'
010490                  ADD 1 TO WK-JR-FUSIONES
010500              END-IF
010510     END-EVALUATE.
010520 0505-FIN.
010530     EXIT.
010540
010550 0510-CUENTA-AUDITORIA.
010560     IF WK-AD-FECHA (WK-AD-I) NOT > WK-APE-FECHA-NUM
010570        OR WK-AD-FECHA (WK-AD-I) > WK-CIE-FECHA-NUM
010580         GO TO 0510-FIN
010590     END-IF.
010600     EVALUATE WK-AD-ACCION (WK-AD-I)
010610         WHEN 'I'
010620              ADD 1 TO WK-AD-ALTAS
010630         WHEN 'R'
010640              ADD 1 TO WK-AD-REACTIVADOS
010650         WHEN 'N'
010660              ADD 1 TO WK-AD-INACTIVADOS
010670     END-EVALUATE.
010680 0510-FIN.
010690     EXIT.
010700
010710******************************************************************
010720* 0550-PRUEBA                                                    *
010730* APERTURA + MOVIMIENTOS = CIERRE, POR SEPARADO PARA ACTIVOS E   *
010740* INACTIVOS. CALCULA TAMBIEN LOS PORCIENTOS DE COMPLETITUD.      *
010750******************************************************************
010760 0550-PRUEBA.
010770     COMPUTE WK-PRUEBA-A = WK-APE-ACTIVOS
010780                         + WK-MOV-ALTAS-A
010790                         + WK-MOV-REACT
010800                         - WK-MOV-INACT
010810                         - WK-MOV-BAJAS-A
010820                         - WK-MOV-FUSION-A
010830                         - WK-MOV-RETEN-A.
010840     COMPUTE WK-PRUEBA-I = WK-APE-INACTIVOS
010850                         + WK-MOV-ALTAS-I
010860                         + WK-MOV-INACT
010870                         - WK-MOV-REACT
010880                         - WK-MOV-BAJAS-I
010890                         - WK-MOV-FUSION-I
010900                         - WK-MOV-RETEN-I.
010910     IF WK-PRUEBA-A NOT = WK-CIE-ACTIVOS
010920        OR WK-PRUEBA-I NOT = WK-CIE-INACTIVOS
010930         MOVE 'N' TO WK-PRUEBA-SW
010940         MOVE 'APERTURA MAS MOVIMIENTOS NO CUADRA CON EL CIERRE'
010950           TO WK-MENSAJE
010960         PERFORM 0800-REPORTA-ERROR THRU 0800-FIN
010970     END-IF.
010980
010990     IF WK-APE-ACTIVOS > ZERO
011000         COMPUTE WK-PCT-TEL-APE ROUNDED =
011010                 WK-APE-CON-TEL * 100 / WK-APE-ACTIVOS
011020         COMPUTE WK-PCT-CON-APE ROUNDED =
011030                 WK-APE-CON-CONT * 100 / WK-APE-ACTIVOS
011040     END-IF.
011050     IF WK-CIE-ACTIVOS > ZERO
011060         COMPUTE WK-PCT-TEL-CIE ROUNDED =
011070                 WK-CIE-CON-TEL * 100 / WK-CIE-ACTIVOS
011080         COMPUTE WK-PCT-CON-CIE ROUNDED =
011090                 WK-CIE-CON-CONT * 100 / WK-CIE-ACTIVOS
011100     END-IF.
011110 0550-FIN.
011120     EXIT.
011130
011140******************************************************************
011150* 0600-BUSCA-ANO-ANTERIOR                                        *
011160* BUSCA EN EL ACUMULADO EL RESUMEN DEL MISMO MES DEL ANO         *
011170* ANTERIOR. SI EL MES SE CORRIO DOS VECES GANA EL ULTIMO.        *
011180******************************************************************
011190 0600-BUSCA-ANO-ANTERIOR.
011200     PERFORM 0605-LEE-ACUMULADO THRU 0605-FIN
011210             UNTIL SAM-MOVH-EOF.
011220     IF NOT WK-MOVH-AUSENTE
011230         CLOSE SAM-MOVH-FILE
011240     END-IF.
011250 0600-FIN.
011260     EXIT.
011270
011280 0605-LEE-ACUMULADO.
011290     READ SAM-MOVH-FILE
011300         AT END
011310             GO TO 0605-FIN
011320     END-READ.
011330     IF MOVH-MES = WK-MES-ANO-ANTERIOR
011340         MOVE SAM-MOVH-RECORD TO WK-AA-REGISTRO
011350         MOVE 'Y' TO WK-AA-SW
011360     END-IF.
011370 0605-FIN.
011380     EXIT.
011390
011400******************************************************************
011410* 0700-GRABA-RESUMEN                                             *
011420* UN REGISTRO POR MES PARA EL ACUMULADO. LAS BAJAS VAN SEPARADAS *
011430* EN BAJAS, FUSIONES Y RETENCION; CADA UNA ES LA SUMA DE ACTIVOS *
011440* E INACTIVOS. SIN FOTO DE CIERRE NO HAY RESUMEN QUE GUARDAR.    *
011450******************************************************************
011460 0700-GRABA-RESUMEN.
011470     OPEN OUTPUT SAM-MOVS-FILE.
011480     IF WS-SAM-MOVS-STATUS NOT = '00'
011490         DISPLAY "ERROR AL ABRIR SAM-MOVS-FILE STATUS "
011500                 WS-SAM-MOVS-STATUS
011510         MOVE 16 TO RETURN-CODE
011520         STOP RUN
011530     END-IF.
011540     IF WK-CIE-FECHA = SPACES
011550         CLOSE SAM-MOVS-FILE
011560         GO TO 0700-FIN
011570     END-IF.
011580
011590     MOVE SPACES           TO SAM-MOVS-RECORD.
011600     MOVE WK-MES           TO MOVS-MES.
011610     MOVE WK-APE-FECHA     TO MOVS-FECHA-APERTURA.
011620     MOVE WK-CIE-FECHA     TO MOVS-FECHA-CIERRE.
011630     MOVE WK-APE-ACTIVOS   TO MOVS-APE-ACTIVOS.
011640     MOVE WK-APE-INACTIVOS TO MOVS-APE-INACTIVOS.
011650     COMPUTE MOVS-ALTAS     = WK-MOV-ALTAS-A  + WK-MOV-ALTAS-I.
011660     MOVE WK-MOV-INACT     TO MOVS-INACTIVACIONES.
011670     MOVE WK-MOV-REACT     TO MOVS-REACTIVACIONES.
011680     COMPUTE MOVS-BAJAS     = WK-MOV-BAJAS-A  + WK-MOV-BAJAS-I.
011690     COMPUTE MOVS-FUSIONES  = WK-MOV-FUSION-A + WK-MOV-FUSION-I.
011700     COMPUTE MOVS-RETENCION = WK-MOV-RETEN-A  + WK-MOV-RETEN-I.
011710     MOVE WK-CIE-ACTIVOS   TO MOVS-CIE-ACTIVOS.
011720     MOVE WK-CIE-INACTIVOS TO MOVS-CIE-INACTIVOS.
011730     MOVE WK-PCT-TEL-CIE   TO MOVS-PCT-TELEFONO.
011740     MOVE WK-PCT-CON-CIE   TO MOVS-PCT-CONTACTO.
011750     MOVE WK-PRUEBA-SW     TO MOVS-CUADRE.
011760     MOVE WK-DATE-CURR     TO MOVS-FECHA-GENERACION.
011770     WRITE SAM-MOVS-RECORD.
011780     CLOSE SAM-MOVS-FILE.
011790 0700-FIN.
011800     EXIT.
011810
011820******************************************************************
011830* 0800-REPORTA-ERROR                                             *
011840******************************************************************
011850 0800-REPORTA-ERROR.
011860     ADD 1 TO WK-CONT-ERRORES.
011870     MOVE SPACES TO WK-LINEA-RPT.
011880     STRING '*** ERROR: '       DELIMITED BY SIZE
011890            WK-MENSAJE          DELIMITED BY SIZE
011900       INTO WK-LINEA-RPT.
011910     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
011920 0800-FIN.
011930     EXIT.
011940
011950 0810-ESCRIBE-LINEA.
011960     IF WK-LINEA-ACTUAL >= WK-MAX-LINEAS
011970         PERFORM 0150-ENCABEZADO-RPT THRU 0150-FIN
011980     END-IF.
011990     MOVE WK-LINEA-RPT TO SAM-MOVR-RECORD.
012000     WRITE SAM-MOVR-RECORD AFTER ADVANCING 1 LINE.
012010     ADD 1 TO WK-LINEA-ACTUAL.
012020     MOVE SPACES TO WK-LINEA-RPT.
012030 0810-FIN.
012040     EXIT.
012050
012060******************************************************************
012070* 0900-TERMINA                                                   *
012080* RETURN-CODE 8 CON CUALQUIER ERROR (INCLUIDA LA PRUEBA QUE NO   *
012090* CUADRA), 4 SI HUBO BAJAS SIN SOPORTE, 0 SI TODO CUADRA.        *
012100******************************************************************
012110 0900-TERMINA.
012120     PERFORM 0920-SECCION-MOVIMIENTO  THRU 0920-FIN.
012130     PERFORM 0930-SECCION-COMPLETITUD THRU 0930-FIN.
012140     PERFORM 0940-SECCION-CONTRASTE   THRU 0940-FIN.
012150     PERFORM 0945-SECCION-ANO-ANTERIOR THRU 0945-FIN.
012160     PERFORM 0950-TOTALES-CONTROL     THRU 0950-FIN.
012170     CLOSE SAM-MOVR-FILE.
012180
012190     EVALUATE TRUE
012200         WHEN WK-CONT-ERRORES > ZERO
012210              MOVE 8 TO RETURN-CODE
012220         WHEN WK-MOV-SIN-SOPORTE > ZERO
012230              MOVE 4 TO RETURN-CODE
012240         WHEN OTHER
012250              MOVE 0 TO RETURN-CODE
012260     END-EVALUATE.
012270     DISPLAY "SAMMOVIM FIN PROCESO".
012280 0900-FIN.
012290     EXIT.
012300
012310******************************************************************
012320* 0920-SECCION-MOVIMIENTO                                        *
012330* CADA LINEA MUESTRA SU EFECTO EN ACTIVOS, INACTIVOS Y TOTAL, DE *
012340* MODO QUE LA SUMA DE LA COLUMNA ES LA LINEA DE PRUEBA.          *
012350******************************************************************
012360 0920-SECCION-MOVIMIENTO.
012370     MOVE SPACES TO WK-LINEA-RPT.
012380     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
012390     MOVE 'MOVIMIENTO DE LA BASE DE CLIENTES' TO WK-LINEA-RPT.
012400     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
012410     STRING '                                        '
012420                                    DELIMITED BY SIZE
012430            '      ACTIVOS    INACTIVOS        TOTAL'
012440                                    DELIMITED BY SIZE
012450       INTO WK-LINEA-RPT.
012460     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
012470
012480     MOVE SPACES TO WK-MV-ETIQUETA.
012490     STRING 'APERTURA (FOTO DEL '   DELIMITED BY SIZE
012500            WK-APE-FECHA            DELIMITED BY SIZE
012510            ')'                     DELIMITED BY SIZE
012520       INTO WK-MV-ETIQUETA.
012530     MOVE WK-APE-ACTIVOS   TO WK-MV-A.
012540     MOVE WK-APE-INACTIVOS TO WK-MV-I.
012550     PERFORM 0970-LINEA-MOVIMIENTO THRU 0970-FIN.
012560
012570     MOVE '  ALTAS DE CLIENTES' TO WK-MV-ETIQUETA.
012580     MOVE WK-MOV-ALTAS-A TO WK-MV-A.
012590     MOVE WK-MOV-ALTAS-I TO WK-MV-I.
012600     PERFORM 0970-LINEA-MOVIMIENTO THRU 0970-FIN.
012610     MOVE '  INACTIVACIONES' TO WK-MV-ETIQUETA.
012620     COMPUTE WK-MV-A = ZERO - WK-MOV-INACT.
012630     MOVE WK-MOV-INACT TO WK-MV-I.
012640     PERFORM 0970-LINEA-MOVIMIENTO THRU 0970-FIN.
012650     MOVE '  REACTIVACIONES' TO WK-MV-ETIQUETA.
012660     MOVE WK-MOV-REACT TO WK-MV-A.
012670     COMPUTE WK-MV-I = ZERO - WK-MOV-REACT.
012680     PERFORM 0970-LINEA-MOVIMIENTO THRU 0970-FIN.
012690     MOVE '  BAJAS' TO WK-MV-ETIQUETA.
012700     COMPUTE WK-MV-A = ZERO - WK-MOV-BAJAS-A.
012710     COMPUTE WK-MV-I = ZERO - WK-MOV-BAJAS-I.
012720     PERFORM 0970-LINEA-MOVIMIENTO THRU 0970-FIN.
012730     MOVE '  BAJAS POR FUSION (SAMDUPLI)' TO WK-MV-ETIQUETA.
012740     COMPUTE WK-MV-A = ZERO - WK-MOV-FUSION-A.
012750     COMPUTE WK-MV-I = ZERO - WK-MOV-FUSION-I.
012760     PERFORM 0970-LINEA-MOVIMIENTO THRU 0970-FIN.
012770     MOVE '  BAJAS POR RETENCION (SAMRETEN)' TO WK-MV-ETIQUETA.
012780     COMPUTE WK-MV-A = ZERO - WK-MOV-RETEN-A.
012790     COMPUTE WK-MV-I = ZERO - WK-MOV-RETEN-I.
012800     PERFORM 0970-LINEA-MOVIMIENTO THRU 0970-FIN.
012810
012820     MOVE 'APERTURA + MOVIMIENTOS' TO WK-MV-ETIQUETA.
012830     MOVE WK-PRUEBA-A TO WK-MV-A.
012840     MOVE WK-PRUEBA-I TO WK-MV-I.
012850     PERFORM 0970-LINEA-MOVIMIENTO THRU 0970-FIN.
012860     MOVE SPACES TO WK-MV-ETIQUETA.
012870     STRING 'CIERRE (FOTO DEL '     DELIMITED BY SIZE
012880            WK-CIE-FECHA            DELIMITED BY SIZE
012890            ')'                     DELIMITED BY SIZE
012900       INTO WK-MV-ETIQUETA.
012910     MOVE WK-CIE-ACTIVOS   TO WK-MV-A.
012920     MOVE WK-CIE-INACTIVOS TO WK-MV-I.
012930     PERFORM 0970-LINEA-MOVIMIENTO THRU 0970-FIN.
012940
012950     IF WK-PRUEBA-CUADRA
012960         MOVE 'PRUEBA APERTURA + MOVIMIENTOS = CIERRE: CUADRA'
012970           TO WK-LINEA-RPT
012980     ELSE
012990         MOVE 'PRUEBA APERTURA + MOVIMIENTOS = CIERRE: DIFERENCIA'
013000           TO WK-LINEA-RPT
013010     END-IF.
013020     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
013030     IF WK-APERTURA-DIA-UNO
013040         MOVE 'NOTA: SIN GENERACION DEL MES ANTERIOR, LA'
013050           TO WK-LINEA-RPT
013060         PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN
013070         MOVE '      APERTURA ES LA PRIMERA FOTO DEL MES Y NO'
013080           TO WK-LINEA-RPT
013090         PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN
013100         MOVE '      INCLUYE SUS MOVIMIENTOS.' TO WK-LINEA-RPT
013110         PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN
013120     END-IF.
013130 0920-FIN.
013140     EXIT.
013150
013160******************************************************************
013170* 0930-SECCION-COMPLETITUD                                       *
013180******************************************************************
013190 0930-SECCION-COMPLETITUD.
013200     MOVE SPACES TO WK-LINEA-RPT.
013210     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
013220     MOVE 'COMPLETITUD SOBRE LA BASE ACTIVA' TO WK-LINEA-RPT.
013230     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
013240     STRING '                    '  DELIMITED BY SIZE
013250            '   APERTURA      %       CIERRE      %  VARIACION'
013260                                    DELIMITED BY SIZE
013270       INTO WK-LINEA-RPT.
013280     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
013290
013300     MOVE 'CON TELEFONO' TO WK-MV-ETIQUETA.
013310     MOVE WK-APE-CON-TEL TO WK-CP-CON-APE.
013320     MOVE WK-CIE-CON-TEL TO WK-CP-CON-CIE.
013330     MOVE WK-PCT-TEL-APE TO WK-CP-PCT-APE.
013340     MOVE WK-PCT-TEL-CIE TO WK-CP-PCT-CIE.
013350     PERFORM 0980-LINEA-COMPLETITUD THRU 0980-FIN.
013360     MOVE 'CON CONTACTO' TO WK-MV-ETIQUETA.
013370     MOVE WK-APE-CON-CONT TO WK-CP-CON-APE.
013380     MOVE WK-CIE-CON-CONT TO WK-CP-CON-CIE.
013390     MOVE WK-PCT-CON-APE  TO WK-CP-PCT-APE.
013400     MOVE WK-PCT-CON-CIE  TO WK-CP-PCT-CIE.
013410     PERFORM 0980-LINEA-COMPLETITUD THRU 0980-FIN.
013420 0930-FIN.
013430     EXIT.
013440
013450******************************************************************
013460* 0940-SECCION-CONTRASTE                                         *
013470* LAS ALTAS Y BAJAS DEL JOURNAL DEBEN PARECERSE A LAS MEDIDAS EN *
013480* LAS FOTOS; LA AUDITORIA DA LA VISTA DE SAM-TAB. NO TIENEN QUE  *
013490* SER IGUALES (UNA ALTA Y SU BAJA DENTRO DEL MISMO DIA NO SE VEN *
013500* EN LAS FOTOS), PERO UNA DIFERENCIA GRANDE MERECE REVISION.     *
013510******************************************************************
013520 0940-SECCION-CONTRASTE.
013530     MOVE SPACES TO WK-LINEA-RPT.
013540     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
013550     MOVE 'CONTRASTE CON JOURNAL Y AUDITORIA' TO WK-LINEA-RPT.
013560     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
013570     MOVE 'ALTAS APLICADAS (SAM-JRNL)  : ' TO WK-CONT-ETIQUETA.
013580     MOVE WK-JR-ALTAS TO WK-CONT-ED.
013590     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013600     MOVE 'CAMBIOS APLICADOS (SAM-JRNL): ' TO WK-CONT-ETIQUETA.
013610     MOVE WK-JR-CAMBIOS TO WK-CONT-ED.
013620     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013630     MOVE 'BAJAS APLICADAS (SAM-JRNL)  : ' TO WK-CONT-ETIQUETA.
013640     MOVE WK-JR-BAJAS TO WK-CONT-ED.
013650     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013660     MOVE '  DE ELLAS POR FUSION       : ' TO WK-CONT-ETIQUETA.
013670     MOVE WK-JR-FUSIONES TO WK-CONT-ED.
013680     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013690     MOVE 'RENGLONES NUEVOS (SAM-AUDT) : ' TO WK-CONT-ETIQUETA.
013700     MOVE WK-AD-ALTAS TO WK-CONT-ED.
013710     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013720     MOVE 'RENGLONES REACTIVADOS       : ' TO WK-CONT-ETIQUETA.
013730     MOVE WK-AD-REACTIVADOS TO WK-CONT-ED.
013740     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013750     MOVE 'RENGLONES INACTIVADOS       : ' TO WK-CONT-ETIQUETA.
013760     MOVE WK-AD-INACTIVADOS TO WK-CONT-ED.
013770     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013780     MOVE 'BAJAS SIN SOPORTE           : ' TO WK-CONT-ETIQUETA.
013790     MOVE WK-MOV-SIN-SOPORTE TO WK-CONT-ED.
013800     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
013810 0940-FIN.
013820     EXIT.
013830
013840******************************************************************
013850* 0945-SECCION-ANO-ANTERIOR                                      *
013860******************************************************************
013870 0945-SECCION-ANO-ANTERIOR.
013880     MOVE SPACES TO WK-LINEA-RPT.
013890     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
013900     IF NOT WK-AA-ENCONTRADO
013910         MOVE 'SIN RESUMEN DEL MISMO MES DEL ANO ANTERIOR'
013920           TO WK-LINEA-RPT
013930         PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN
013940         GO TO 0945-FIN
013950     END-IF.
013960     STRING 'COMPARACION CONTRA EL MISMO MES DEL ANO ANTERIOR ('
013970                                    DELIMITED BY SIZE
013980            WK-AA-MES(1:4)          DELIMITED BY SIZE
013990            '-'                     DELIMITED BY SIZE
014000            WK-AA-MES(5:2)          DELIMITED BY SIZE
014010            ')'                     DELIMITED BY SIZE
014020       INTO WK-LINEA-RPT.
014030     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
014040     STRING '                                        '
014050                                    DELIMITED BY SIZE
014060            '     ESTE ANO ANO ANTERIOR    VARIACION'
014070                                    DELIMITED BY SIZE
014080       INTO WK-LINEA-RPT.
014090     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
014100
014110     MOVE 'ACTIVOS AL CIERRE' TO WK-MV-ETIQUETA.
014120     MOVE WK-CIE-ACTIVOS    TO WK-CM-ACTUAL.
014130     MOVE WK-AA-CIE-ACTIVOS TO WK-CM-ANTERIOR.
014140     PERFORM 0990-LINEA-COMPARA THRU 0990-FIN.
014150     MOVE 'INACTIVOS AL CIERRE' TO WK-MV-ETIQUETA.
014160     MOVE WK-CIE-INACTIVOS    TO WK-CM-ACTUAL.
014170     MOVE WK-AA-CIE-INACTIVOS TO WK-CM-ANTERIOR.
014180     PERFORM 0990-LINEA-COMPARA THRU 0990-FIN.
014190     MOVE 'ALTAS DE CLIENTES' TO WK-MV-ETIQUETA.
014200     COMPUTE WK-CM-ACTUAL = WK-MOV-ALTAS-A + WK-MOV-ALTAS-I.
014210     MOVE WK-AA-ALTAS TO WK-CM-ANTERIOR.
014220     PERFORM 0990-LINEA-COMPARA THRU 0990-FIN.
014230     MOVE 'INACTIVACIONES' TO WK-MV-ETIQUETA.
014240     MOVE WK-MOV-INACT        TO WK-CM-ACTUAL.
014250     MOVE WK-AA-INACTIVACIONES TO WK-CM-ANTERIOR.
014260     PERFORM 0990-LINEA-COMPARA THRU 0990-FIN.
014270     MOVE 'REACTIVACIONES' TO WK-MV-ETIQUETA.
014280     MOVE WK-MOV-REACT         TO WK-CM-ACTUAL.
014290     MOVE WK-AA-REACTIVACIONES TO WK-CM-ANTERIOR.
014300     PERFORM 0990-LINEA-COMPARA THRU 0990-FIN.
014310     MOVE 'BAJAS (INCLUYE FUSION Y RETENCION)' TO WK-MV-ETIQUETA.
014320     COMPUTE WK-CM-ACTUAL = WK-MOV-BAJAS-A  + WK-MOV-BAJAS-I
014330                          + WK-MOV-FUSION-A + WK-MOV-FUSION-I
014340                          + WK-MOV-RETEN-A  + WK-MOV-RETEN-I.
014350     COMPUTE WK-CM-ANTERIOR = WK-AA-BAJAS + WK-AA-FUSIONES
014360                            + WK-AA-RETENCION.
014370     PERFORM 0990-LINEA-COMPARA THRU 0990-FIN.
014380
014390     MOVE 'CON TELEFONO (% DE ACTIVOS)' TO WK-MV-ETIQUETA.
014400     MOVE WK-PCT-TEL-CIE     TO WK-CM-PCT-ACTUAL.
014410     MOVE WK-AA-PCT-TELEFONO TO WK-CM-PCT-ANTERIOR.
014420     PERFORM 0995-LINEA-COMPARA-PCT THRU 0995-FIN.
014430     MOVE 'CON CONTACTO (% DE ACTIVOS)' TO WK-MV-ETIQUETA.
014440     MOVE WK-PCT-CON-CIE     TO WK-CM-PCT-ACTUAL.
014450     MOVE WK-AA-PCT-CONTACTO TO WK-CM-PCT-ANTERIOR.
014460     PERFORM 0995-LINEA-COMPARA-PCT THRU 0995-FIN.
014470 0945-FIN.
014480     EXIT.
014490
014500******************************************************************
014510* 0950-TOTALES-CONTROL                                           *
014520******************************************************************
014530 0950-TOTALES-CONTROL.
014540     MOVE SPACES TO WK-LINEA-RPT.
014550     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
014560     MOVE 'REGISTROS SAM-HIST LEIDOS   : ' TO WK-CONT-ETIQUETA.
014570     MOVE WK-CONT-HIST TO WK-CONT-ED.
014580     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
014590     MOVE 'GENERACIONES (FECHAS) LEIDAS: ' TO WK-CONT-ETIQUETA.
014600     MOVE WK-CONT-GENERACIONES TO WK-CONT-ED.
014610     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
014620     MOVE 'FECHAS DEL MES              : ' TO WK-CONT-ETIQUETA.
014630     MOVE WK-CONT-DIAS-MES TO WK-CONT-ED.
014640     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
014650     MOVE 'REGISTROS SAM-HIST OMITIDOS : ' TO WK-CONT-ETIQUETA.
014660     MOVE WK-CONT-OMITIDOS TO WK-CONT-ED.
014670     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
014680     MOVE 'REGISTROS SAM-JRNL LEIDOS   : ' TO WK-CONT-ETIQUETA.
014690     MOVE WK-CONT-JRNL TO WK-CONT-ED.
014700     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
014710     MOVE 'REGISTROS SAM-AUDT LEIDOS   : ' TO WK-CONT-ETIQUETA.
014720     MOVE WK-CONT-AUDT TO WK-CONT-ED.
014730     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
014740     MOVE 'ERRORES                     : ' TO WK-CONT-ETIQUETA.
014750     MOVE WK-CONT-ERRORES TO WK-CONT-ED.
014760     PERFORM 0960-LINEA-TOTAL THRU 0960-FIN.
014770 0950-FIN.
014780     EXIT.
014790
014800 0960-LINEA-TOTAL.
014810     MOVE SPACES TO WK-LINEA-RPT.
014820     STRING WK-CONT-ETIQUETA DELIMITED BY SIZE
014830            WK-CONT-ED       DELIMITED BY SIZE
014840       INTO WK-LINEA-RPT.
014850     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
014860 0960-FIN.
014870     EXIT.
014880
014890 0970-LINEA-MOVIMIENTO.
014900     COMPUTE WK-MV-T = WK-MV-A + WK-MV-I.
014910     MOVE WK-MV-A TO WK-MV-A-ED.
014920     MOVE WK-MV-I TO WK-MV-I-ED.
014930     MOVE WK-MV-T TO WK-MV-T-ED.
014940     MOVE SPACES TO WK-LINEA-RPT.
014950     STRING WK-MV-ETIQUETA DELIMITED BY SIZE
014960            ' '            DELIMITED BY SIZE
014970            WK-MV-A-ED     DELIMITED BY SIZE
014980            ' '            DELIMITED BY SIZE
014990            WK-MV-I-ED     DELIMITED BY SIZE
015000            ' '            DELIMITED BY SIZE
015010            WK-MV-T-ED     DELIMITED BY SIZE
015020       INTO WK-LINEA-RPT.
015030     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
015040 0970-FIN.
015050     EXIT.
015060
015070 0980-LINEA-COMPLETITUD.
015080     COMPUTE WK-CP-VARIACION = WK-CP-PCT-CIE - WK-CP-PCT-APE.
015090     MOVE WK-CP-CON-APE   TO WK-CP-CON-APE-ED.
015100     MOVE WK-CP-CON-CIE   TO WK-CP-CON-CIE-ED.
015110     MOVE WK-CP-PCT-APE   TO WK-CP-PCT-APE-ED.
015120     MOVE WK-CP-PCT-CIE   TO WK-CP-PCT-CIE-ED.
015130     MOVE WK-CP-VARIACION TO WK-CP-VARIACION-ED.
015140     MOVE SPACES TO WK-LINEA-RPT.
015150     STRING WK-MV-ETIQUETA(1:20) DELIMITED BY SIZE
015160            WK-CP-CON-APE-ED     DELIMITED BY SIZE
015170            '  '                 DELIMITED BY SIZE
015180            WK-CP-PCT-APE-ED     DELIMITED BY SIZE
015190            '  '                 DELIMITED BY SIZE
015200            WK-CP-CON-CIE-ED     DELIMITED BY SIZE
015210            '  '                 DELIMITED BY SIZE
015220            WK-CP-PCT-CIE-ED     DELIMITED BY SIZE
015230            '     '              DELIMITED BY SIZE
015240            WK-CP-VARIACION-ED   DELIMITED BY SIZE
015250       INTO WK-LINEA-RPT.
015260     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
015270 0980-FIN.
015280     EXIT.
015290
015300 0990-LINEA-COMPARA.
015310     COMPUTE WK-CM-VARIACION = WK-CM-ACTUAL - WK-CM-ANTERIOR.
015320     MOVE WK-CM-ACTUAL    TO WK-MV-A-ED.
015330     MOVE WK-CM-ANTERIOR  TO WK-MV-I-ED.
015340     MOVE WK-CM-VARIACION TO WK-MV-T-ED.
015350     MOVE SPACES TO WK-LINEA-RPT.
015360     STRING WK-MV-ETIQUETA DELIMITED BY SIZE
015370            ' '            DELIMITED BY SIZE
015380            WK-MV-A-ED     DELIMITED BY SIZE
015390            ' '            DELIMITED BY SIZE
015400            WK-MV-I-ED     DELIMITED BY SIZE
015410            ' '            DELIMITED BY SIZE
015420            WK-MV-T-ED     DELIMITED BY SIZE
015430       INTO WK-LINEA-RPT.
015440     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
015450 0990-FIN.
015460     EXIT.
015470
015480 0995-LINEA-COMPARA-PCT.
015490     COMPUTE WK-CP-VARIACION = WK-CM-PCT-ACTUAL
015500                             - WK-CM-PCT-ANTERIOR.
015510     MOVE WK-CM-PCT-ACTUAL   TO WK-CP-PCT-APE-ED.
015520     MOVE WK-CM-PCT-ANTERIOR TO WK-CP-PCT-CIE-ED.
015530     MOVE WK-CP-VARIACION    TO WK-CP-VARIACION-ED.
015540     MOVE SPACES TO WK-LINEA-RPT.
015550     STRING WK-MV-ETIQUETA     DELIMITED BY SIZE
015560            '        '         DELIMITED BY SIZE
015570            WK-CP-PCT-APE-ED   DELIMITED BY SIZE
015580            '        '         DELIMITED BY SIZE
015590            WK-CP-PCT-CIE-ED   DELIMITED BY SIZE
015600            '       '          DELIMITED BY SIZE
015610            WK-CP-VARIACION-ED DELIMITED BY SIZE
015620       INTO WK-LINEA-RPT.
015630     PERFORM 0810-ESCRIBE-LINEA THRU 0810-FIN.
015640 0995-FIN.
015650     EXIT.
