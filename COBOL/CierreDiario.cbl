002300* 2026-09-02 JFR   PROGRAMA ORIGINAL. HASTA AHORA CONVENCERSE DE
002400*                  QUE EL DIA ESTABA LIMPIO ERA ABRIR CINCO
002500*                  LISTADOS Y CRUZARLOS A OJO.
002501* 2026-10-14 JFR   SE AGREGA LA JUNTA DEL AVISO DE FRACCIONAMIENTO
002502*                  AL DEPOSITO: DIVISIONES SEGUN EL CONTROL DE
002503*                  MULTIPLICACION CONTRA RENGLONES DEL AVISO, CON
002504*                  AVISO SI QUEDO RETENIDO O ES DE OTRA CORRIDA.
002505* 2026-10-14 JFR   EL CONTROL DE EDICION TRAE UN REGISTRO POR
002506*                  TRANSMISION (ORIGEN) ADEMAS DEL DE TOTALES: SE
002507*                  IMPRIME UNA LINEA POR ORIGEN CON ACEPTADAS,
002508*                  RECHAZADAS, DUPLICADOS Y SI QUEDO LIBERADA O
002509*                  RETENIDA. UNA EDICION PARCIAL SE AVISA PERO NO
002510*                  IMPIDE QUE EL CIERRE CUADRE.
002511* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
002512*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
002513*                  ENCABEZADO DEL REPORTE.
002514* 2026-10-14 JFR   SE AGREGA LA VERIFICACION DEL RASTRO DE
002515*                  AUDITORIA SELLADO (VERAUDCTL): REGISTROS
002516*                  VERIFICADOS CONTRA ANOMALIAS, QUE TIENEN QUE
002517*                  SER CERO, CON AVISO SI EL PASO NO CORRIO HOY.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. CIERREDIARIO.
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FS-CONTROL-RESP.
005700
005701     SELECT ARCH-CONTROL-DIV ASSIGN TO DIVCTL
005702         ORGANIZATION IS LINE SEQUENTIAL
005703         FILE STATUS IS FS-CONTROL-DIV.
005704
005705     SELECT ARCH-CONTROL-FRAC ASSIGN TO FRACCTL
005706         ORGANIZATION IS LINE SEQUENTIAL
005707         FILE STATUS IS FS-CONTROL-FRAC.
005708
005709     SELECT ARCH-CONTROL-VAUD ASSIGN TO VERAUDCTL
005710         ORGANIZATION IS LINE SEQUENTIAL
005711         FILE STATUS IS FS-CONTROL-VAUD.
005712
005800     SELECT HOJA-CIERRE ASSIGN TO CIERREDIA
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FS-HOJA.
006001
006002     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
006003         ORGANIZATION IS INDEXED
006004         ACCESS MODE IS RANDOM
006005         RECORD KEY IS CAL-FECHA
006006         FILE STATUS IS FS-CALENDARIO.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
008100
008200 FD  ARCH-CONTROL-EDIT
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 50 CHARACTERS.
008500 01  ECT-REG.
008501     05  ECT-TIPO                   PIC X(01).
008502         88  ECT-TOTAL                         VALUE 'T'.
008503         88  ECT-POR-ORIGEN                    VALUE 'O'.
008600     05  ECT-FECHA                  PIC 9(08).
008700     05  ECT-DETALLES               PIC 9(06).
008800     05  ECT-GRABADAS               PIC 9(06).
008900     05  ECT-DUPLICADOS             PIC 9(06).
009000     05  ECT-YA-PROCESADAS          PIC 9(06).
009100     05  ECT-VEREDICTO              PIC X(01).
009101     05  ECT-ORIGEN                 PIC X(10).
009102     05  ECT-RECHAZADAS             PIC 9(06).
009200
009300 FD  ARCH-CONTROL-BAL
009400     LABEL RECORDS ARE STANDARD
011100     05  RCT-SIN-RESPUESTA          PIC 9(06).
011200     05  RCT-SIN-ENVIO              PIC 9(06).
011300
011301 FD  ARCH-CONTROL-DIV
011302     LABEL RECORDS ARE STANDARD
011303     RECORD CONTAINS 42 CHARACTERS.
011304 01  DCT-REG.
011305     05  DCT-FECHA                  PIC 9(08).
011306     05  DCT-CORRIDA                PIC 9(06).
011307     05  DCT-TOTAL-DIVISIONES       PIC 9(06).
011308     05  DCT-SUMA-COCIENTES         PIC 9(12).
011309     05  DCT-SUMA-RESTOS            PIC 9(10).
011310
011311 FD  ARCH-CONTROL-FRAC
011312     LABEL RECORDS ARE STANDARD
011313     RECORD CONTAINS 21 CHARACTERS.
011314 01  FCT-REG.
011315     05  FCT-FECHA                  PIC 9(08).
011316     05  FCT-CORRIDA                PIC 9(06).
011317     05  FCT-REGISTROS              PIC 9(06).
011318     05  FCT-VEREDICTO              PIC X(01).
011319
011320 FD  ARCH-CONTROL-VAUD
011321     LABEL RECORDS ARE STANDARD
011322     RECORD CONTAINS 39 CHARACTERS.
011323 01  VAC-REG.
011324     05  VAC-FECHA                  PIC 9(08).
011325     05  VAC-REGISTROS              PIC 9(08).
011326     05  VAC-ANTERIORES             PIC 9(08).
011327     05  VAC-ANOMALIAS              PIC 9(06).
011328     05  VAC-ULTIMA-SECUENCIA       PIC 9(08).
011329     05  VAC-VEREDICTO              PIC X(01).
011330
011400 FD  HOJA-CIERRE
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  LINEA-HOJA                     PIC X(80).
011800
011801******************************************************************
011802* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
011803******************************************************************
011804 FD  ARCH-CALENDARIO
011805     LABEL RECORDS ARE STANDARD
011806     RECORD CONTAINS 40 CHARACTERS.
011807 01  CAL-REG.
011808     05  CAL-FECHA                  PIC 9(08).
011809     05  CAL-DESCRIPCION            PIC X(30).
011810     05  FILLER                     PIC X(02).
011811
011900 WORKING-STORAGE SECTION.
012000
012100******************************************************************
013600 77  WS-SW-HAY-RESP              PIC X(01) VALUE 'N'.
013700     88  HAY-RESP                          VALUE 'S'.
013800     88  NO-HAY-RESP                       VALUE 'N'.
013801 77  WS-SW-HAY-DIV               PIC X(01) VALUE 'N'.
013802     88  HAY-DIV                           VALUE 'S'.
013803     88  NO-HAY-DIV                        VALUE 'N'.
013804 77  WS-SW-HAY-FRAC              PIC X(01) VALUE 'N'.
013805     88  HAY-FRAC                          VALUE 'S'.
013806     88  NO-HAY-FRAC                       VALUE 'N'.
013807 77  WS-SW-FIN-EDIT              PIC X(01) VALUE 'N'.
013808     88  FIN-DE-EDIT                       VALUE 'S'.
013809     88  NO-FIN-DE-EDIT                    VALUE 'N'.
013810 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
013811     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
013812     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
013813 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
013814     88  DIA-HABIL                         VALUE 'S'.
013815     88  DIA-NO-HABIL                      VALUE 'N'.
013816 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
013817     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
013818     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
013819 77  WS-SW-HAY-VAUD              PIC X(01) VALUE 'N'.
013820     88  HAY-VAUD                          VALUE 'S'.
013821     88  NO-HAY-VAUD                       VALUE 'N'.
013900
014000******************************************************************
014100* CODIGOS DE ESTADO DE ARCHIVOS
014500 77  FS-CONTROL-EDIT             PIC X(02) VALUE SPACES.
014600 77  FS-CONTROL-BAL              PIC X(02) VALUE SPACES.
014700 77  FS-CONTROL-RESP             PIC X(02) VALUE SPACES.
014701 77  FS-CONTROL-DIV              PIC X(02) VALUE SPACES.
014702 77  FS-CONTROL-FRAC             PIC X(02) VALUE SPACES.
014703 77  FS-CONTROL-VAUD             PIC X(02) VALUE SPACES.
014800 77  FS-HOJA                     PIC X(02) VALUE SPACES.
014801 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
014802
014803******************************************************************
014804* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
014805* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
014806* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
014807* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
014808******************************************************************
014809 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
014810 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
014811 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
014812 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
014813 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
014900
015000******************************************************************
015100* NUMERO DE CORRIDA VIGENTE Y SUMA DE CONTROL
016900 77  WS-BAL-VEREDICTO            PIC X(01) VALUE SPACE.
017000 77  WS-RESP-ENVIADOS            PIC 9(06) VALUE ZERO COMP.
017100 77  WS-RESP-CORRIDA             PIC 9(06) VALUE ZERO.
017101 77  WS-DIV-REGISTROS            PIC 9(06) VALUE ZERO COMP.
017102 77  WS-DIV-CORRIDA              PIC 9(06) VALUE ZERO.
017103 77  WS-FRAC-REGISTROS           PIC 9(06) VALUE ZERO COMP.
017104 77  WS-FRAC-CORRIDA             PIC 9(06) VALUE ZERO.
017105 77  WS-FRAC-VEREDICTO           PIC X(01) VALUE SPACE.
017106 77  WS-VAUD-FECHA               PIC 9(08) VALUE ZERO.
017107 77  WS-VAUD-REGISTROS           PIC 9(08) VALUE ZERO COMP.
017108 77  WS-VAUD-ANOMALIAS           PIC 9(06) VALUE ZERO COMP.
017109 77  WS-VAUD-VEREDICTO           PIC X(01) VALUE SPACE.
017200
017300 01  WS-FECHA-CORRIDA.
017400     05  WS-FC-ANIO              PIC 9(04).
019500 01  LIN-JUNTA.
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  LJ-CONCEPTO             PIC X(44).
019800     05  LJ-IZQUIERDA            PIC ZZ,ZZZ,ZZ9.
019900     05  FILLER                  PIC X(03) VALUE " / ".
020000     05  LJ-DERECHA              PIC ZZZ,ZZ9.
020100     05  FILLER                  PIC X(02) VALUE SPACES.
020200     05  LJ-ESTADO               PIC X(08).
020300     05  FILLER                  PIC X(04) VALUE SPACES.
020301
020302 01  LIN-EDIT-ORIGEN.
020303     05  FILLER                  PIC X(02) VALUE SPACES.
020304     05  FILLER                  PIC X(08) VALUE "EDICION ".
020305     05  LEO-ORIGEN              PIC X(10).
020306     05  FILLER                  PIC X(08) VALUE " ACEPT. ".
020307     05  LEO-ACEPTADAS           PIC ZZZ,ZZ9.
020308     05  FILLER                  PIC X(07) VALUE " RECH. ".
020309     05  LEO-RECHAZADAS          PIC ZZZ,ZZ9.
020310     05  FILLER                  PIC X(07) VALUE " DUPL. ".
020311     05  LEO-DUPLICADOS          PIC ZZZ,ZZ9.
020312     05  FILLER                  PIC X(02) VALUE SPACES.
020313     05  LEO-ESTADO              PIC X(08).
020314     05  FILLER                  PIC X(07) VALUE SPACES.
020400
020500 01  LIN-AVISO.
020600     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  LVE-VEREDICTO           PIC X(44).
021400     05  FILLER                  PIC X(06) VALUE SPACES.
021500
021501 01  LIN-DIA-NO-HABIL.
021502     05  FILLER                  PIC X(29) VALUE
021503             "*** CORRIDA EN DIA NO HABIL: ".
021504     05  LNH-MOTIVO              PIC X(30).
021505     05  FILLER                  PIC X(21) VALUE SPACES.
021506
021600 PROCEDURE DIVISION.
021700
021800******************************************************************
024900         STOP RUN.
025000
025100     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
025101
025102     PERFORM 1900-VERIFICAR-DIA-CORRIDA
025103         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
025200
025300     OPEN INPUT ARCH-CORRIDA.
025400     IF FS-CORRIDA NOT = "00"
027200     MOVE WS-CORRIDA-VIGENTE TO LE1-CORRIDA.
027300     WRITE LINEA-HOJA FROM LIN-BLANCO.
027400     WRITE LINEA-HOJA FROM LIN-ENCABEZADO-1.
027401     IF CORRIDA-EN-DIA-NO-HABIL
027402         WRITE LINEA-HOJA FROM LIN-DIA-NO-HABIL.
027500     WRITE LINEA-HOJA FROM LIN-BLANCO.
027600
027700     PERFORM 1100-LEER-CONTROL THRU 1100-LEER-CONTROL-EXIT.
027800     PERFORM 1200-LEER-EDIT THRU 1200-LEER-EDIT-EXIT.
027900     PERFORM 1300-LEER-BAL THRU 1300-LEER-BAL-EXIT.
028000     PERFORM 1400-LEER-RESP THRU 1400-LEER-RESP-EXIT.
028001     PERFORM 1500-LEER-DIV THRU 1500-LEER-DIV-EXIT.
028002     PERFORM 1600-LEER-FRAC THRU 1600-LEER-FRAC-EXIT.
028003     PERFORM 1700-LEER-VAUD THRU 1700-LEER-VAUD-EXIT.
028100
028200 1000-INICIALIZAR-EXIT.
028300     EXIT.
032100     EXIT.
032200
032300******************************************************************
032400* 1200-LEER-EDIT - LEE LAS CIFRAS DE CONTROL DE LA EDICION: UN
032401* REGISTRO POR TRANSMISION, QUE SE IMPRIME AL LEERLO, Y EL DE
032402* TOTALES AL FINAL.
032500******************************************************************
032600 1200-LEER-EDIT.
032700
033800         MOVE 16 TO RETURN-CODE
033900         STOP RUN.
034000
034001     SET NO-FIN-DE-EDIT TO TRUE.
034002     PERFORM 1250-LEER-REG-EDIT THRU 1250-LEER-REG-EDIT-EXIT
034003         UNTIL FIN-DE-EDIT.
035100
035200     CLOSE ARCH-CONTROL-EDIT.
035300
035301     IF NO-HAY-EDIT
035302         MOVE "EL CONTROL DE EDICION ESTA VACIO" TO LV-TEXTO
035303         PERFORM 3800-AVISAR-FALTANTE
035304             THRU 3800-AVISAR-FALTANTE-EXIT.
035305
035400 1200-LEER-EDIT-EXIT.
035500     EXIT.
035600
035601******************************************************************
035602* 1250-LEER-REG-EDIT - LEE UN REGISTRO DEL CONTROL DE EDICION. EL
035603* DE UN ORIGEN DEJA SU LINEA EN LA HOJA; EL DE TOTALES DEJA LAS
035604* CIFRAS PARA LOS CRUCES.
035605******************************************************************
035606 1250-LEER-REG-EDIT.
035607
035608     READ ARCH-CONTROL-EDIT
035609         AT END
035610             SET FIN-DE-EDIT TO TRUE
035611             GO TO 1250-LEER-REG-EDIT-EXIT
035612     END-READ.
035613
035614     IF ECT-TOTAL
035615         SET HAY-EDIT TO TRUE
035616         MOVE ECT-GRABADAS  TO WS-EDIT-GRABADAS
035617         MOVE ECT-VEREDICTO TO WS-EDIT-VEREDICTO
035618         GO TO 1250-LEER-REG-EDIT-EXIT.
035619
035620     MOVE ECT-ORIGEN     TO LEO-ORIGEN.
035621     MOVE ECT-GRABADAS   TO LEO-ACEPTADAS.
035622     MOVE ECT-RECHAZADAS TO LEO-RECHAZADAS.
035623     MOVE ECT-DUPLICADOS TO LEO-DUPLICADOS.
035624     IF ECT-VEREDICTO = "C"
035625         MOVE "LIBERADA" TO LEO-ESTADO
035626     ELSE
035627         MOVE "RETENIDA" TO LEO-ESTADO.
035628     WRITE LINEA-HOJA FROM LIN-EDIT-ORIGEN.
035629
035630 1250-LEER-REG-EDIT-EXIT.
035631     EXIT.
035632
035700******************************************************************
035800* 1300-LEER-BAL - LEE LAS CIFRAS DE CONTROL DEL BALANCE.
035900******************************************************************
042400
042500 1400-LEER-RESP-EXIT.
042600     EXIT.
042601
042602******************************************************************
042603* 1500-LEER-DIV - LEE LOS TOTALES DE CONTROL DE LAS DIVISIONES DE
042604* LA CORRIDA DE MULTIPLICACION.
042605******************************************************************
042606 1500-LEER-DIV.
042607
042608     OPEN INPUT ARCH-CONTROL-DIV.
042609     IF FS-CONTROL-DIV = "35"
042610         MOVE "SIN CONTROL DE DIVISIONES: EL PASO NO CORRIO"
042611             TO LV-TEXTO
042612         PERFORM 3800-AVISAR-FALTANTE
042613             THRU 3800-AVISAR-FALTANTE-EXIT
042614         GO TO 1500-LEER-DIV-EXIT.
042615     IF FS-CONTROL-DIV NOT = "00"
042616         DISPLAY "ERROR AL ABRIR EL CONTROL DE DIVISIONES. "
042617             "ESTADO: " FS-CONTROL-DIV
042618         MOVE 16 TO RETURN-CODE
042619         STOP RUN.
042620
042621     READ ARCH-CONTROL-DIV
042622         AT END
042623             MOVE "EL CONTROL DE DIVISIONES ESTA VACIO"
042624                 TO LV-TEXTO
042625             PERFORM 3800-AVISAR-FALTANTE
042626                 THRU 3800-AVISAR-FALTANTE-EXIT
042627         NOT AT END
042628             SET HAY-DIV TO TRUE
042629             MOVE DCT-TOTAL-DIVISIONES TO WS-DIV-REGISTROS
042630             MOVE DCT-CORRIDA          TO WS-DIV-CORRIDA
042631     END-READ.
042632
042633     CLOSE ARCH-CONTROL-DIV.
042634
042635 1500-LEER-DIV-EXIT.
042636     EXIT.
042700
042701******************************************************************
042702* 1600-LEER-FRAC - LEE LAS CIFRAS DE CONTROL DEL AVISO DE
042703* FRACCIONAMIENTO AL DEPOSITO.
042704******************************************************************
042705 1600-LEER-FRAC.
042706
042707     OPEN INPUT ARCH-CONTROL-FRAC.
042708     IF FS-CONTROL-FRAC = "35"
042709         MOVE "SIN CONTROL DE FRACCIONAMIENTO: EL PASO NO CORRIO"
042710             TO LV-TEXTO
042711         PERFORM 3800-AVISAR-FALTANTE
042712             THRU 3800-AVISAR-FALTANTE-EXIT
042713         GO TO 1600-LEER-FRAC-EXIT.
042714     IF FS-CONTROL-FRAC NOT = "00"
042715         DISPLAY "ERROR AL ABRIR EL CONTROL DEL AVISO. "
042716             "ESTADO: " FS-CONTROL-FRAC
042717         MOVE 16 TO RETURN-CODE
042718         STOP RUN.
042719
042720     READ ARCH-CONTROL-FRAC
042721         AT END
042722             MOVE "EL CONTROL DEL AVISO AL DEPOSITO ESTA VACIO"
042723                 TO LV-TEXTO
042724             PERFORM 3800-AVISAR-FALTANTE
042725                 THRU 3800-AVISAR-FALTANTE-EXIT
042726         NOT AT END
042727             SET HAY-FRAC TO TRUE
042728             MOVE FCT-REGISTROS TO WS-FRAC-REGISTROS
042729             MOVE FCT-CORRIDA   TO WS-FRAC-CORRIDA
042730             MOVE FCT-VEREDICTO TO WS-FRAC-VEREDICTO
042731     END-READ.
042732
042733     CLOSE ARCH-CONTROL-FRAC.
042734
042735 1600-LEER-FRAC-EXIT.
042736     EXIT.
042737
042738******************************************************************
042739* 1700-LEER-VAUD - LEE EL RESULTADO DE LA VERIFICACION DEL RASTRO
042740* DE AUDITORIA SELLADO.
042741******************************************************************
042742 1700-LEER-VAUD.
042743
042744     OPEN INPUT ARCH-CONTROL-VAUD.
042745     IF FS-CONTROL-VAUD = "35"
042746         MOVE "SIN VERIFICACION DE AUDITORIA: EL PASO NO CORRIO"
042747             TO LV-TEXTO
042748         PERFORM 3800-AVISAR-FALTANTE
042749             THRU 3800-AVISAR-FALTANTE-EXIT
042750         GO TO 1700-LEER-VAUD-EXIT.
042751     IF FS-CONTROL-VAUD NOT = "00"
042752         DISPLAY "ERROR AL ABRIR EL CONTROL DE VERIFICACION. "
042753             "ESTADO: " FS-CONTROL-VAUD
042754         MOVE 16 TO RETURN-CODE
042755         STOP RUN.
042756
042757     READ ARCH-CONTROL-VAUD
042758         AT END
042759             MOVE "EL CONTROL DE VERIFICACION ESTA VACIO"
042760                 TO LV-TEXTO
042761             PERFORM 3800-AVISAR-FALTANTE
042762                 THRU 3800-AVISAR-FALTANTE-EXIT
042763         NOT AT END
042764             SET HAY-VAUD TO TRUE
042765             MOVE VAC-FECHA     TO WS-VAUD-FECHA
042766             MOVE VAC-REGISTROS TO WS-VAUD-REGISTROS
042767             MOVE VAC-ANOMALIAS TO WS-VAUD-ANOMALIAS
042768             MOVE VAC-VEREDICTO TO WS-VAUD-VEREDICTO
042769     END-READ.
042770
042771     CLOSE ARCH-CONTROL-VAUD.
042772
042773 1700-LEER-VAUD-EXIT.
042774     EXIT.
042775
042800******************************************************************
042801* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
042802* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
042803* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
042804******************************************************************
042805 1900-VERIFICAR-DIA-CORRIDA.
042806
042807     OPEN INPUT ARCH-CALENDARIO.
042808     IF FS-CALENDARIO = "35"
042809         SET CALENDARIO-NO-DISPONIBLE TO TRUE
042810     ELSE
042811         IF FS-CALENDARIO NOT = "00"
042812             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
042813                 FS-CALENDARIO
042814             MOVE 16 TO RETURN-CODE
042815             STOP RUN
042816         END-IF.
042817
042818     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
042819     PERFORM 1950-VERIFICAR-DIA-HABIL
042820         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
042821     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
042822     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
042823
042824     IF CALENDARIO-DISPONIBLE
042825         CLOSE ARCH-CALENDARIO.
042826
042827 1900-VERIFICAR-DIA-CORRIDA-EXIT.
042828     EXIT.
042829
042830******************************************************************
042831* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
042832* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
042833* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
042834******************************************************************
042835 1950-VERIFICAR-DIA-HABIL.
042836
042837     SET DIA-HABIL TO TRUE.
042838     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
042839
042840     COMPUTE WS-ENTERO-HABIL =
042841         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
042842     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
042843         REMAINDER WS-DIA-SEMANA.
042844
042845     IF WS-DIA-SEMANA = 6
042846         SET DIA-NO-HABIL TO TRUE
042847         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
042848         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
042849
042850     IF WS-DIA-SEMANA = 0
042851         SET DIA-NO-HABIL TO TRUE
042852         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
042853         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
042854
042855     IF CALENDARIO-NO-DISPONIBLE
042856         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
042857
042858     MOVE WS-FECHA-HABIL TO CAL-FECHA.
042859     READ ARCH-CALENDARIO
042860         INVALID KEY
042861             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
042862     END-READ.
042863
042864     IF FS-CALENDARIO NOT = "00"
042865         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
042866             FS-CALENDARIO
042867         MOVE 16 TO RETURN-CODE
042868         STOP RUN.
042869
042870     SET DIA-NO-HABIL TO TRUE.
042871     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
042872
042873 1950-VERIFICAR-DIA-HABIL-EXIT.
042874     EXIT.
042875
042888******************************************************************
042900* 2000-CRUZAR-CIFRAS - CRUZA CADA JUNTA DE LA CADENA Y DEJA EN LA
043000* HOJA UNA LINEA POR CRUCE CON SU RESULTADO.
043100******************************************************************
044600         END-IF
044700         PERFORM 3900-GRABAR-JUNTA THRU 3900-GRABAR-JUNTA-EXIT.
044800
044801*    UNA EDICION PARCIAL LIBERO LO QUE CERRO Y RETUVO EL RESTO: LO
044802*    LIBERADO CRUZA IGUAL, ASI QUE SOLO SE AVISA.
044803     IF HAY-EDIT AND WS-EDIT-VEREDICTO = "P"
044804         MOVE "LA EDICION RETUVO TRANSMISIONES" TO LV-TEXTO
044805         PERFORM 3850-INFORMAR-AVISO
044806             THRU 3850-INFORMAR-AVISO-EXIT.
044807
044900     IF HAY-EDIT AND WS-EDIT-VEREDICTO NOT = "C"
044901             AND WS-EDIT-VEREDICTO NOT = "P"
045000         MOVE "LA EDICION TERMINO FUERA DE CONTROL" TO LV-TEXTO
045100         PERFORM 3800-AVISAR-FALTANTE
045200             THRU 3800-AVISAR-FALTANTE-EXIT.
048200         END-IF
048300         PERFORM 3900-GRABAR-JUNTA THRU 3900-GRABAR-JUNTA-EXIT.
048400
048401     IF HAY-DIV AND HAY-FRAC
048402         MOVE "DIVISIONES DE CONTROL = RENGLONES DEPOSITO:"
048403             TO LJ-CONCEPTO
048404         MOVE WS-DIV-REGISTROS  TO LJ-IZQUIERDA
048405         MOVE WS-FRAC-REGISTROS TO LJ-DERECHA
048406         IF WS-DIV-REGISTROS = WS-FRAC-REGISTROS
048407             MOVE "OK      " TO LJ-ESTADO
048408         ELSE
048409             MOVE "ERROR   " TO LJ-ESTADO
048410             SET CIERRE-NO-CUADRA TO TRUE
048411         END-IF
048412         PERFORM 3900-GRABAR-JUNTA THRU 3900-GRABAR-JUNTA-EXIT.
048413
048414     IF HAY-FRAC AND WS-FRAC-VEREDICTO NOT = "C"
048415         MOVE "EL AVISO AL DEPOSITO QUEDO RETENIDO" TO LV-TEXTO
048416         PERFORM 3800-AVISAR-FALTANTE
048417             THRU 3800-AVISAR-FALTANTE-EXIT.
048418
048419*    EL RASTRO DE AUDITORIA TIENE QUE ESTAR INTEGRO: CUALQUIER
048420*    ANOMALIA DE LA VERIFICACION IMPIDE QUE EL CIERRE CUADRE.
048421     IF HAY-VAUD
048422         MOVE "AUDITORIA VERIFICADA / ANOMALIAS DEL RASTRO:"
048423             TO LJ-CONCEPTO
048424         MOVE WS-VAUD-REGISTROS TO LJ-IZQUIERDA
048425         MOVE WS-VAUD-ANOMALIAS TO LJ-DERECHA
048426         IF WS-VAUD-ANOMALIAS = ZERO
048427                 AND WS-VAUD-VEREDICTO = "C"
048428             MOVE "OK      " TO LJ-ESTADO
048429         ELSE
048430             MOVE "ERROR   " TO LJ-ESTADO
048431             SET CIERRE-NO-CUADRA TO TRUE
048432         END-IF
048433         PERFORM 3900-GRABAR-JUNTA THRU 3900-GRABAR-JUNTA-EXIT.
048434
048500     IF HAY-CONTROL AND
048510             WS-CONTROL-CORRIDA NOT = WS-CORRIDA-VIGENTE
048600         MOVE "LOS CONTROLES NO SON DE LA CORRIDA VIGENTE"
050000         PERFORM 3800-AVISAR-FALTANTE
050100             THRU 3800-AVISAR-FALTANTE-EXIT.
050200
050201     IF HAY-DIV AND WS-DIV-CORRIDA NOT = WS-CORRIDA-VIGENTE
050202         MOVE "LAS DIVISIONES NO SON DE LA CORRIDA VIGENTE"
050203             TO LV-TEXTO
050204         PERFORM 3800-AVISAR-FALTANTE
050205             THRU 3800-AVISAR-FALTANTE-EXIT.
050206
050207     IF HAY-FRAC AND WS-FRAC-CORRIDA NOT = WS-CORRIDA-VIGENTE
050208         MOVE "EL AVISO AL DEPOSITO NO ES DE LA CORRIDA VIGENTE"
050209             TO LV-TEXTO
050210         PERFORM 3800-AVISAR-FALTANTE
050211             THRU 3800-AVISAR-FALTANTE-EXIT.
050212
050213     IF HAY-VAUD AND WS-VAUD-FECHA NOT = WS-FECHA-CORRIDA
050214         MOVE "LA VERIFICACION DE AUDITORIA NO ES DE HOY"
050215             TO LV-TEXTO
050216         PERFORM 3800-AVISAR-FALTANTE
050217             THRU 3800-AVISAR-FALTANTE-EXIT.
050218
050300 2000-CRUZAR-CIFRAS-EXIT.
050400     EXIT.
050500
051500 3800-AVISAR-FALTANTE-EXIT.
051600     EXIT.
051700
051702******************************************************************
051703* 3850-INFORMAR-AVISO - DEJA EN LA HOJA EL AVISO YA ARMADO EN
051704* LV-TEXTO SIN TOCAR EL RESULTADO DEL CIERRE.
051705******************************************************************
051706 3850-INFORMAR-AVISO.
051707
051708     WRITE LINEA-HOJA FROM LIN-AVISO.
051709
051710 3850-INFORMAR-AVISO-EXIT.
051711     EXIT.
051712
051800******************************************************************
051900* 3900-GRABAR-JUNTA - DEJA EN LA HOJA LA LINEA DEL CRUCE YA
052000* ARMADA EN LIN-JUNTA.
