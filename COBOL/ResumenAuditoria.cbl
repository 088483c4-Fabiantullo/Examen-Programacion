002050*                  AUTORIZACIONES SE CUENTAN APARTE Y SE LISTAN
002060*                  EN LA SECCION DE EXCEPCIONES CON LA FUNCION
002070*                  DENEGADA.
002071* 2026-10-14 JFR   SE ACOMPANIA EL ORIGEN DE LA ENTRADA EN LA
002072*                  AUDITORIA (REGISTRO DE 79).
002073* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
002074*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
002075*                  ENCABEZADO DEL REPORTE.
002076* 2026-10-14 JFR   SE ACOMPANIA EL SELLADO DE LA AUDITORIA CON
002077*                  SECUENCIA Y VERIFICADOR (REGISTRO DE 96).
002078* 2026-10-14 JFR   LOS RESGUARDOS Y RESTAURACIONES DE LA CADENA
002079*                  SE CUENTAN APARTE Y NO SUMAN RESULTADOS.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. RESAUDITORIA.
004300     SELECT RESUMEN ASSIGN TO RESAUDIT
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FS-RESUMEN.
004501
004502     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
004503         ORGANIZATION IS INDEXED
004504         ACCESS MODE IS RANDOM
004505         RECORD KEY IS CAL-FECHA
004506         FILE STATUS IS FS-CALENDARIO.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900
005000 FD  ARCH-AUDITORIA
005100     LABEL RECORDS ARE STANDARD
005200     RECORD CONTAINS 96 CHARACTERS.
005300 01  AUD-REG.
005400     05  AUD-FECHA                  PIC 9(08).
005500     05  AUD-HORA                   PIC 9(08).
005900     05  AUD-RESULTADO              PIC 9(08).
006000     05  AUD-ENTRADA                PIC X(05).
006010     05  AUD-CORRIDA                PIC 9(06).
006011     05  AUD-ORIGEN                 PIC X(10).
006012     05  AUD-SECUENCIA              PIC 9(08).
006013     05  AUD-VERIFICADOR            PIC 9(09).
006100
006200 SD  ARCH-ORDEN
006300     RECORD CONTAINS 96 CHARACTERS.
006400 01  ORD-REG.
006500     05  ORD-FECHA                  PIC 9(08).
006600     05  ORD-HORA                   PIC 9(08).
007000     05  ORD-RESULTADO              PIC 9(08).
007100     05  ORD-ENTRADA                PIC X(05).
007110     05  ORD-CORRIDA                PIC 9(06).
007111     05  ORD-ORIGEN                 PIC X(10).
007112     05  ORD-SECUENCIA              PIC 9(08).
007113     05  ORD-VERIFICADOR            PIC 9(09).
007200
007300 FD  ARCH-TRABAJO
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 96 CHARACTERS.
007600 01  TRB-REG.
007700     05  TRB-FECHA.
007800         10  TRB-FE-ANIO            PIC 9(04).
008800         88  TRB-PROCESADO                     VALUE 'PROCESADO '.
008900         88  TRB-RECHAZADO                     VALUE 'RECHAZADO '.
008910         88  TRB-DENEGADO                      VALUE 'DENEGADO  '.
008911         88  TRB-RESGUARDO                     VALUE 'RESGUARDO '
008912                                                     'RESTAURADO'.
009000     05  TRB-NUMERO                 PIC 9(04).
009100     05  TRB-RESULTADO              PIC 9(08).
009200     05  TRB-ENTRADA                PIC X(05).
009210     05  TRB-CORRIDA                PIC 9(06).
009211     05  TRB-ORIGEN                 PIC X(10).
009212     05  TRB-SECUENCIA              PIC 9(08).
009213     05  TRB-VERIFICADOR            PIC 9(09).
009300
009400 FD  RESUMEN
009500     LABEL RECORDS ARE STANDARD
009600     RECORD CONTAINS 80 CHARACTERS.
009700 01  LINEA-RESUMEN                  PIC X(80).
009800
009801******************************************************************
009802* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
009803******************************************************************
009804 FD  ARCH-CALENDARIO
009805     LABEL RECORDS ARE STANDARD
009806     RECORD CONTAINS 40 CHARACTERS.
009807 01  CAL-REG.
009808     05  CAL-FECHA                  PIC 9(08).
009809     05  CAL-DESCRIPCION            PIC X(30).
009810     05  FILLER                     PIC X(02).
009811
009900 WORKING-STORAGE SECTION.
010000
010100******************************************************************
010700 77  WS-SW-PRIMER-REGISTRO       PIC X(01) VALUE 'S'.
010800     88  ES-PRIMER-REGISTRO                VALUE 'S'.
010900     88  NO-ES-PRIMER-REGISTRO             VALUE 'N'.
010901 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
010902     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
010903     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
010904 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
010905     88  DIA-HABIL                         VALUE 'S'.
010906     88  DIA-NO-HABIL                      VALUE 'N'.
010907 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
010908     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
010909     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
011000
011100******************************************************************
011200* CODIGOS DE ESTADO DE ARCHIVOS
011400 77  FS-AUDITORIA                PIC X(02) VALUE SPACES.
011500 77  FS-TRABAJO                  PIC X(02) VALUE SPACES.
011600 77  FS-RESUMEN                  PIC X(02) VALUE SPACES.
011601 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
011602
011603******************************************************************
011604* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
011605* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
011606* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
011607* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
011608******************************************************************
011609 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
011610 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
011611 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
011612 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
011613 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
011700
011800******************************************************************
011900* CLAVES DE CORTE DE CONTROL
013800 77  WS-GRAL-SUMA                PIC 9(12) VALUE ZERO COMP.
013900 77  WS-TOTAL-EXCEPCIONES        PIC 9(06) VALUE ZERO COMP.
013910 77  WS-GRAL-DENEGADOS           PIC 9(06) VALUE ZERO COMP.
013911 77  WS-GRAL-RESGUARDOS          PIC 9(06) VALUE ZERO COMP.
014000
014100******************************************************************
014200* CONTROL DEL RESUMEN IMPRESO
021130             "  ACCESOS DENEGADOS........: ".
021140     05  LTD-DENEGADOS           PIC ZZZ,ZZ9.
021150     05  FILLER                  PIC X(43) VALUE SPACES.
021151
021152 01  LIN-TOTAL-RESGUARDOS.
021153     05  FILLER                  PIC X(30) VALUE
021154             "  RESGUARDOS/RESTAURACIONES: ".
021155     05  LTR-RESGUARDOS          PIC ZZZ,ZZ9.
021156     05  FILLER                  PIC X(43) VALUE SPACES.
021160
021200 01  LIN-TITULO-EXCEPCIONES.
021300     05  FILLER                  PIC X(33) VALUE
024300             "  SIN MOVIMIENTOS DE AUDITORIA.".
024400     05  FILLER                  PIC X(49) VALUE SPACES.
024500
024501 01  LIN-DIA-NO-HABIL.
024502     05  FILLER                  PIC X(29) VALUE
024503             "*** CORRIDA EN DIA NO HABIL: ".
024504     05  LNH-MOTIVO              PIC X(30).
024505     05  FILLER                  PIC X(21) VALUE SPACES.
024506
024600 PROCEDURE DIVISION.
024700
024800******************************************************************
029101         STOP RUN.
029200
029300     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
029301
029302     PERFORM 1900-VERIFICAR-DIA-CORRIDA
029303         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
029400
029500     PERFORM 3050-ENCABEZADO-RESUMEN
029600         THRU 3050-ENCABEZADO-RESUMEN-EXIT.
029800 1000-INICIALIZAR-EXIT.
029900     EXIT.
030000
030001******************************************************************
030002* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
030003* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
030004* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
030005******************************************************************
030006 1900-VERIFICAR-DIA-CORRIDA.
030007
030008     OPEN INPUT ARCH-CALENDARIO.
030009     IF FS-CALENDARIO = "35"
030010         SET CALENDARIO-NO-DISPONIBLE TO TRUE
030011     ELSE
030012         IF FS-CALENDARIO NOT = "00"
030013             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
030014                 FS-CALENDARIO
030015             MOVE 16 TO RETURN-CODE
030016             STOP RUN
030017         END-IF.
030018
030019     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
030020     PERFORM 1950-VERIFICAR-DIA-HABIL
030021         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
030022     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
030023     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
030024
030025     IF CALENDARIO-DISPONIBLE
030026         CLOSE ARCH-CALENDARIO.
030027
030028 1900-VERIFICAR-DIA-CORRIDA-EXIT.
030029     EXIT.
030030
030031******************************************************************
030032* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
030033* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
030034* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
030035******************************************************************
030036 1950-VERIFICAR-DIA-HABIL.
030037
030038     SET DIA-HABIL TO TRUE.
030039     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
030040
030041     COMPUTE WS-ENTERO-HABIL =
030042         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
030043     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
030044         REMAINDER WS-DIA-SEMANA.
030045
030046     IF WS-DIA-SEMANA = 6
030047         SET DIA-NO-HABIL TO TRUE
030048         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
030049         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
030050
030051     IF WS-DIA-SEMANA = 0
030052         SET DIA-NO-HABIL TO TRUE
030053         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
030054         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
030055
030056     IF CALENDARIO-NO-DISPONIBLE
030057         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
030058
030059     MOVE WS-FECHA-HABIL TO CAL-FECHA.
030060     READ ARCH-CALENDARIO
030061         INVALID KEY
030062             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
030063     END-READ.
030064
030065     IF FS-CALENDARIO NOT = "00"
030066         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
030067             FS-CALENDARIO
030068         MOVE 16 TO RETURN-CODE
030069         STOP RUN.
030070
030071     SET DIA-NO-HABIL TO TRUE.
030072     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
030073
030074 1950-VERIFICAR-DIA-HABIL-EXIT.
030075     EXIT.
030076
030100******************************************************************
030200* 2000-PROCESAR-RESUMEN - UNA VUELTA DEL RESUMEN: LEE UN REGISTRO
030300* ORDENADO, RESUELVE LOS CORTES DE OPERADOR Y FECHA Y ACUMULA.
033400             ADD 1 TO WS-GRAL-RECHAZADOS
033410         WHEN TRB-DENEGADO
033420             ADD 1 TO WS-GRAL-DENEGADOS
033421         WHEN TRB-RESGUARDO
033422             ADD 1 TO WS-GRAL-RESGUARDOS
033500         WHEN OTHER
033600             ADD 1 TO WS-FEC-PROCESADOS
033700             ADD 1 TO WS-OPE-PROCESADOS
033800             ADD 1 TO WS-GRAL-PROCESADOS
033810     END-EVALUATE.
033811
033812     IF TRB-RESGUARDO
033813         GO TO 2000-PROCESAR-RESUMEN-EXIT.
033900
034000     ADD TRB-RESULTADO TO WS-FEC-SUMA.
034100     ADD TRB-RESULTADO TO WS-OPE-SUMA.
045400         WRITE LINEA-RESUMEN FROM LIN-BLANCO.
045500
045600     WRITE LINEA-RESUMEN FROM LIN-ENCABEZADO-1.
045601     IF CORRIDA-EN-DIA-NO-HABIL
045602         WRITE LINEA-RESUMEN FROM LIN-DIA-NO-HABIL.
045700     WRITE LINEA-RESUMEN FROM LIN-BLANCO.
045800     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
045900
048100     WRITE LINEA-RESUMEN FROM LIN-TOTAL-GENERAL.
048110     MOVE WS-GRAL-DENEGADOS TO LTD-DENEGADOS.
048120     WRITE LINEA-RESUMEN FROM LIN-TOTAL-DENEGADOS.
048121     MOVE WS-GRAL-RESGUARDOS TO LTR-RESGUARDOS.
048122     WRITE LINEA-RESUMEN FROM LIN-TOTAL-RESGUARDOS.
048200     ADD 3 TO WS-LINEAS-EN-PAGINA.
048300
048400     DISPLAY "TOTAL GENERAL PROCESADOS...: " WS-GRAL-PROCESADOS.
048500     DISPLAY "TOTAL GENERAL RECHAZADOS...: " WS-GRAL-RECHAZADOS.
048510     DISPLAY "ACCESOS DENEGADOS..........: " WS-GRAL-DENEGADOS.
048511     DISPLAY "RESGUARDOS/RESTAURACIONES..: " WS-GRAL-RESGUARDOS.
048600     DISPLAY "SUMA GENERAL DE RESULTADOS.: " WS-GRAL-SUMA.
048700
048800 5000-CERRAR-RESUMEN-EXIT.
