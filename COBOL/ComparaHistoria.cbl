002210* 2026-09-02 JFR   SE ACOMPANIA LA AMPLIACION DE LA HISTORIA CON
002220*                  EL NUMERO DE CORRIDA ACTUAL Y ANTERIOR
002230*                  (REGISTRO DE 73).
002231* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
002232*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
002233*                  ENCABEZADO DEL REPORTE.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CMPHISTORIA.
004100     SELECT REPORTE-DIF ASSIGN TO COMPHIST
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FS-REPORTE.
004301
004302     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
004303         ORGANIZATION IS INDEXED
004304         ACCESS MODE IS RANDOM
004305         RECORD KEY IS CAL-FECHA
004306         FILE STATUS IS FS-CALENDARIO.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  LINEA-DIF                      PIC X(80).
006800
006801******************************************************************
006802* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
006803******************************************************************
006804 FD  ARCH-CALENDARIO
006805     LABEL RECORDS ARE STANDARD
006806     RECORD CONTAINS 40 CHARACTERS.
006807 01  CAL-REG.
006808     05  CAL-FECHA                  PIC 9(08).
006809     05  CAL-DESCRIPCION            PIC X(30).
006810     05  FILLER                     PIC X(02).
006811
006900 WORKING-STORAGE SECTION.
007000
007100******************************************************************
007400 77  WS-SW-FIN-HISTORIA          PIC X(01) VALUE 'N'.
007500     88  FIN-DE-HISTORIA                   VALUE 'S'.
007600     88  NO-FIN-DE-HISTORIA                VALUE 'N'.
007601 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
007602     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
007603     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
007604 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
007605     88  DIA-HABIL                         VALUE 'S'.
007606     88  DIA-NO-HABIL                      VALUE 'N'.
007607 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
007608     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
007609     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
007700
007800******************************************************************
007900* CODIGOS DE ESTADO DE ARCHIVOS
008000******************************************************************
008100 77  FS-HISTORIA                 PIC X(02) VALUE SPACES.
008200 77  FS-REPORTE                  PIC X(02) VALUE SPACES.
008201 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
008202
008203******************************************************************
008204* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
008205* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
008206* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
008207* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
008208******************************************************************
008209 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
008210 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
008211 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
008212 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
008213 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
008300
008400******************************************************************
008401* FECHAS DE LA ULTIMA Y LA ANTERIOR CORRIDA (LAS DOS FECHAS
016300     05  LT-CIFRA                PIC ZZZ,ZZ9.
016400     05  FILLER                  PIC X(43) VALUE SPACES.
016500
016501 01  LIN-DIA-NO-HABIL.
016502     05  FILLER                  PIC X(29) VALUE
016503             "*** CORRIDA EN DIA NO HABIL: ".
016504     05  LNH-MOTIVO              PIC X(30).
016505     05  FILLER                  PIC X(21) VALUE SPACES.
016506
016600 PROCEDURE DIVISION.
016700
016800******************************************************************
021600         STOP RUN.
021700
021800     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
021801
021802     PERFORM 1900-VERIFICAR-DIA-CORRIDA
021803         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
021900
022000     PERFORM 3050-ENCABEZADO-REPORTE
022100         THRU 3050-ENCABEZADO-REPORTE-EXIT.
022300 1000-INICIALIZAR-EXIT.
022400     EXIT.
022500
022501******************************************************************
022502* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
022503* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
022504* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
022505******************************************************************
022506 1900-VERIFICAR-DIA-CORRIDA.
022507
022508     OPEN INPUT ARCH-CALENDARIO.
022509     IF FS-CALENDARIO = "35"
022510         SET CALENDARIO-NO-DISPONIBLE TO TRUE
022511     ELSE
022512         IF FS-CALENDARIO NOT = "00"
022513             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
022514                 FS-CALENDARIO
022515             MOVE 16 TO RETURN-CODE
022516             STOP RUN
022517         END-IF.
022518
022519     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
022520     PERFORM 1950-VERIFICAR-DIA-HABIL
022521         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
022522     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
022523     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
022524
022525     IF CALENDARIO-DISPONIBLE
022526         CLOSE ARCH-CALENDARIO.
022527
022528 1900-VERIFICAR-DIA-CORRIDA-EXIT.
022529     EXIT.
022530
022531******************************************************************
022532* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
022533* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
022534* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
022535******************************************************************
022536 1950-VERIFICAR-DIA-HABIL.
022537
022538     SET DIA-HABIL TO TRUE.
022539     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
022540
022541     COMPUTE WS-ENTERO-HABIL =
022542         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
022543     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
022544         REMAINDER WS-DIA-SEMANA.
022545
022546     IF WS-DIA-SEMANA = 6
022547         SET DIA-NO-HABIL TO TRUE
022548         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
022549         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
022550
022551     IF WS-DIA-SEMANA = 0
022552         SET DIA-NO-HABIL TO TRUE
022553         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
022554         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
022555
022556     IF CALENDARIO-NO-DISPONIBLE
022557         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
022558
022559     MOVE WS-FECHA-HABIL TO CAL-FECHA.
022560     READ ARCH-CALENDARIO
022561         INVALID KEY
022562             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
022563     END-READ.
022564
022565     IF FS-CALENDARIO NOT = "00"
022566         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
022567             FS-CALENDARIO
022568         MOVE 16 TO RETURN-CODE
022569         STOP RUN.
022570
022571     SET DIA-NO-HABIL TO TRUE.
022572     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
022573
022574 1950-VERIFICAR-DIA-HABIL-EXIT.
022575     EXIT.
022576
022600******************************************************************
022601* 2000-BUSCAR-ULTIMA-FECHA - PRIMERA PASADA: SE QUEDA CON LAS
022602* DOS FECHAS DE CORRIDA MAS ALTAS DE TODA LA HISTORIA. LA MAS
040700         WRITE LINEA-DIF FROM LIN-BLANCO.
040800
040900     WRITE LINEA-DIF FROM LIN-ENCABEZADO-1.
040901     IF CORRIDA-EN-DIA-NO-HABIL
040902         WRITE LINEA-DIF FROM LIN-DIA-NO-HABIL.
041000     WRITE LINEA-DIF FROM LIN-BLANCO.
041100     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
041200
