002500*                  LA CORRIDA SIGUIENTE LO PISABA: NADIE SABIA
002600*                  QUE UN RENGLON DEL MARTES SEGUIA SIN
002700*                  CONTESTAR.
002701* 2026-10-14 JFR   LA ANTIGUEDAD DE LO PENDIENTE SE CUENTA EN DIAS
002702*                  HABILES SEGUN EL CALENDARIO DE DIAS NO HABILES:
002703*                  UNA LIBERACION DEL VIERNES NO ENVEJECE POR EL
002704*                  FIN DE SEMANA NI POR LOS FERIADOS. UNA CORRIDA
002705*                  EN DIA NO HABIL QUEDA ANOTADA EN EL ENCABEZADO.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. PENDPRECIOS.
005000     SELECT LISTADO ASSIGN TO LISTPEND
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FS-LISTADO.
005201
005202     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
005203         ORGANIZATION IS INDEXED
005204         ACCESS MODE IS RANDOM
005205         RECORD KEY IS CAL-FECHA
005206         FILE STATUS IS FS-CALENDARIO.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
008500     RECORD CONTAINS 80 CHARACTERS.
008600 01  LINEA-LISTADO                  PIC X(80).
008700
008701******************************************************************
008702* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
008703******************************************************************
008704 FD  ARCH-CALENDARIO
008705     LABEL RECORDS ARE STANDARD
008706     RECORD CONTAINS 40 CHARACTERS.
008707 01  CAL-REG.
008708     05  CAL-FECHA                  PIC 9(08).
008709     05  CAL-DESCRIPCION            PIC X(30).
008710     05  FILLER                     PIC X(02).
008711
008800 WORKING-STORAGE SECTION.
008900
009000******************************************************************
009600 77  WS-SW-FIN-PENDIENTES        PIC X(01) VALUE 'N'.
009700     88  FIN-DE-PENDIENTES                 VALUE 'S'.
009800     88  NO-FIN-DE-PENDIENTES              VALUE 'N'.
009801 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
009802     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
009803     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
009804 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
009805     88  DIA-HABIL                         VALUE 'S'.
009806     88  DIA-NO-HABIL                      VALUE 'N'.
009807 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
009808     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
009809     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
009900
010000******************************************************************
010100* CODIGOS DE ESTADO DE ARCHIVOS
010300 77  FS-MARCADA                  PIC X(02) VALUE SPACES.
010400 77  FS-PENDIENTES               PIC X(02) VALUE SPACES.
010500 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
010501 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
010502
010503******************************************************************
010504* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
010505* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
010506* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
010507* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
010508******************************************************************
010509 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
010510 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
010511 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
010512 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
010513 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
010600
010700******************************************************************
010800* CALCULO DE LA ANTIGUEDAD EN DIAS HABILES: SE CUENTAN LOS DIAS
010900* HABILES POSTERIORES A LA LIBERACION, HASTA HOY INCLUSIVE. PARA
011000* RECORRER FECHAS NO HAY VERBO COMUN QUE ALCANCE, ASI QUE SE USAN
011010* LAS FUNCIONES DE FECHA DEL COMPILADOR.
011100******************************************************************
011200 77  WS-FECHA-ENTERA-HOY         PIC 9(07) VALUE ZERO COMP.
011300 77  WS-FECHA-ENTERA-LIB         PIC 9(07) VALUE ZERO COMP.
011310 77  WS-FECHA-ENTERA-DESDE       PIC 9(07) VALUE ZERO COMP.
011320 77  WS-FECHA-ENTERA-DIA         PIC 9(07) VALUE ZERO COMP.
011400 77  WS-DIAS-PENDIENTE           PIC S9(05) VALUE ZERO COMP.
011500
011600******************************************************************
016600     05  LD-MULTIPLICADOR        PIC ZZZ9.
016700     05  FILLER                  PIC X(10) VALUE " LIBERADA ".
016800     05  LD-FECHA                PIC 9(08).
016900     05  FILLER                  PIC X(06) VALUE " HAB. ".
017000     05  LD-DIAS                 PIC ZZZZ9.
017100     05  FILLER                  PIC X(03) VALUE "  $".
017200     05  LD-IMPORTE              PIC ZZZ,ZZZ,ZZ9.99.
018900     05  LT-CIFRA                PIC ZZZ,ZZ9.
019000     05  FILLER                  PIC X(43) VALUE SPACES.
019100
019101 01  LIN-DIA-NO-HABIL.
019102     05  FILLER                  PIC X(29) VALUE
019103             "*** CORRIDA EN DIA NO HABIL: ".
019104     05  LNH-MOTIVO              PIC X(30).
019105     05  FILLER                  PIC X(21) VALUE SPACES.
019106
019200 PROCEDURE DIVISION.
019300
019400******************************************************************
023500         STOP RUN.
023600
023700     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
023701
023702     PERFORM 1900-VERIFICAR-DIA-CORRIDA
023703         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
023800
023900     COMPUTE WS-FECHA-ENTERA-HOY =
024000         FUNCTION INTEGER-OF-DATE (WS-FECHA-CORRIDA-NUM).
027600 1100-ABRIR-PENDIENTES-EXIT.
027700     EXIT.
027800
027801******************************************************************
027802* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
027803* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
027804* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
027805* EL CALENDARIO QUEDA ABIERTO PARA LAS CUENTAS DE DIAS HABILES.
027806******************************************************************
027807 1900-VERIFICAR-DIA-CORRIDA.
027808
027809     OPEN INPUT ARCH-CALENDARIO.
027810     IF FS-CALENDARIO = "35"
027811         SET CALENDARIO-NO-DISPONIBLE TO TRUE
027812     ELSE
027813         IF FS-CALENDARIO NOT = "00"
027814             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
027815                 FS-CALENDARIO
027816             MOVE 16 TO RETURN-CODE
027817             STOP RUN
027818         END-IF.
027819
027820     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
027821     PERFORM 1950-VERIFICAR-DIA-HABIL
027822         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
027823     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
027824     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
027825
027826 1900-VERIFICAR-DIA-CORRIDA-EXIT.
027827     EXIT.
027828
027829******************************************************************
027830* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
027831* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
027832* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
027833******************************************************************
027834 1950-VERIFICAR-DIA-HABIL.
027835
027836     SET DIA-HABIL TO TRUE.
027837     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
027838
027839     COMPUTE WS-ENTERO-HABIL =
027840         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
027841     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
027842         REMAINDER WS-DIA-SEMANA.
027843
027844     IF WS-DIA-SEMANA = 6
027845         SET DIA-NO-HABIL TO TRUE
027846         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
027847         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
027848
027849     IF WS-DIA-SEMANA = 0
027850         SET DIA-NO-HABIL TO TRUE
027851         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
027852         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
027853
027854     IF CALENDARIO-NO-DISPONIBLE
027855         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
027856
027857     MOVE WS-FECHA-HABIL TO CAL-FECHA.
027858     READ ARCH-CALENDARIO
027859         INVALID KEY
027860             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
027861     END-READ.
027862
027863     IF FS-CALENDARIO NOT = "00"
027864         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
027865             FS-CALENDARIO
027866         MOVE 16 TO RETURN-CODE
027867         STOP RUN.
027868
027869     SET DIA-NO-HABIL TO TRUE.
027870     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
027871
027872 1950-VERIFICAR-DIA-HABIL-EXIT.
027873     EXIT.
027874
027900******************************************************************
028000* 2000-PROCESAR-MARCADA - UNA VUELTA DEL PROGRAMA: LEE UN RENGLON
028100* MARCADO. LOS "SIN RESPUESTA" NUEVOS ENTRAN AL ARCHIVO DE
035200
035300******************************************************************
035400* 5000-LISTAR-ANTIGUEDAD - RECORRE EL ARCHIVO DE PENDIENTES DE
035500* PUNTA A PUNTA Y DEJA EN EL LISTADO CADA RENGLON CON SUS DIAS
035600* HABILES DE ANTIGUEDAD, ACUMULANDO CANTIDAD E IMPORTE POR TRAMO.
035700******************************************************************
035800 5000-LISTAR-ANTIGUEDAD.
035900
037400
037500     WRITE LINEA-LISTADO FROM LIN-BLANCO.
037600
037700     MOVE "PENDIENTES 0 A 2 DIAS HAB..: " TO LTT-CONCEPTO.
037800     MOVE WS-TRAMO1-CANTIDAD TO LTT-CANTIDAD.
037900     MOVE WS-TRAMO1-IMPORTE  TO LTT-IMPORTE.
038000     WRITE LINEA-LISTADO FROM LIN-TOTAL-TRAMO.
038100
038200     MOVE "PENDIENTES 3 A 5 DIAS HAB..: " TO LTT-CONCEPTO.
038300     MOVE WS-TRAMO2-CANTIDAD TO LTT-CANTIDAD.
038400     MOVE WS-TRAMO2-IMPORTE  TO LTT-IMPORTE.
038500     WRITE LINEA-LISTADO FROM LIN-TOTAL-TRAMO.
038600
038700     MOVE "PENDIENTES MAS DE 5 D. HAB.: " TO LTT-CONCEPTO.
038800     MOVE WS-TRAMO3-CANTIDAD TO LTT-CANTIDAD.
038900     MOVE WS-TRAMO3-IMPORTE  TO LTT-IMPORTE.
039000     WRITE LINEA-LISTADO FROM LIN-TOTAL-TRAMO.
041700
041800     COMPUTE WS-FECHA-ENTERA-LIB =
041900         FUNCTION INTEGER-OF-DATE (PEN-FECHA-LIBERADA).
042000     COMPUTE WS-FECHA-ENTERA-DESDE = WS-FECHA-ENTERA-LIB + 1.
042100     MOVE ZERO TO WS-DIAS-PENDIENTE.
042110
042120     PERFORM 5150-CONTAR-DIA-HABIL
042130         THRU 5150-CONTAR-DIA-HABIL-EXIT
042140         VARYING WS-FECHA-ENTERA-DIA FROM WS-FECHA-ENTERA-DESDE
042150         BY 1 UNTIL WS-FECHA-ENTERA-DIA > WS-FECHA-ENTERA-HOY.
042200
042300     ADD 1 TO WS-TOTAL-CANTIDAD.
042400     ADD PEN-IMPORTE TO WS-TOTAL-IMPORTE.
045100 5100-LISTAR-PENDIENTE-EXIT.
045200     EXIT.
045300
045310******************************************************************
045320* 5150-CONTAR-DIA-HABIL - SUMA A LA ANTIGUEDAD DEL PENDIENTE EL
045330* DIA EN CURSO DE RECORRIDO, SI ES HABIL.
045340******************************************************************
045350 5150-CONTAR-DIA-HABIL.
045360
045370     COMPUTE WS-FECHA-HABIL =
045380         FUNCTION DATE-OF-INTEGER (WS-FECHA-ENTERA-DIA).
045390     PERFORM 1950-VERIFICAR-DIA-HABIL
045391         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
045392
045393     IF DIA-HABIL
045394         ADD 1 TO WS-DIAS-PENDIENTE.
045395
045396 5150-CONTAR-DIA-HABIL-EXIT.
045397     EXIT.
045398
045400******************************************************************
045500* 3050-ENCABEZADO-LISTADO - ESCRIBE EL ENCABEZADO DE UNA NUEVA
045600* PAGINA DEL LISTADO DE ANTIGUEDAD.
047000         WRITE LINEA-LISTADO FROM LIN-BLANCO.
047100
047200     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
047201     IF CORRIDA-EN-DIA-NO-HABIL
047202         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
047300     WRITE LINEA-LISTADO FROM LIN-BLANCO.
047400     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
047500
049400
049500     CLOSE ARCH-PENDIENTES.
049600     CLOSE ARCH-MARCADA.
049610     IF CALENDARIO-DISPONIBLE
049620         CLOSE ARCH-CALENDARIO.
049700     CLOSE LISTADO.
049800
049900     DISPLAY "ALTAS DEL DIA..............: " WS-ALTAS-DEL-DIA.
050000     DISPLAY "BAJAS DEL DIA..............: " WS-BAJAS-DEL-DIA.
050100     DISPLAY "TOTAL PENDIENTES...........: " WS-TOTAL-CANTIDAD.
050200     DISPLAY "PENDIENTES MAS DE 5 D. HAB.: " WS-TRAMO3-CANTIDAD.
050300
050400 8000-FINALIZAR-EXIT.
050500     EXIT.
