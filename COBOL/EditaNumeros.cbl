000300* INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400* DATE-WRITTEN. 2026-08-21.
000500* DATE-COMPILED.
000501* PURPOSE.    EDICION PREVIA DEL ARCHIVO DE NUMEROS. EL ARCHIVO
000502*             TRAE UNA O MAS TRANSMISIONES SEGUIDAS, CADA UNA CON
000503*             SU REGISTRO DE ENCABEZADO (ORIGEN Y FECHA DE
000504*             GENERACION), SUS REGISTROS DE DETALLE Y SU REGISTRO
000505*             DE CIERRE (CANTIDAD Y HASH DE LOS NUMEROS). ESTE
000506*             PROGRAMA VERIFICA LOS CONTROLES DE CADA TRANSMISION
000507*             POR SEPARADO, DESCARTA LAS ENTRADAS DUPLICADAS Y
000508*             GRABA EL ARCHIVO DE NUMEROS LIMPIO QUE CONSUME
000509*             MULTIPLICACION, CON EL ORIGEN DE CADA ENTRADA Y SU
000510*             REPORTE DE EDICION. UNA TRANSMISION QUE NO CIERRA
000511*             QUEDA RETENIDA ENTERA, EN FORMATO CRUDO, Y LAS DEMAS
000512*             SIGUEN. TERMINA CON CODIGO 4 SI RETUVO ALGO Y CON
000513*             CODIGO 8 SI NO LIBERO NINGUNA TRANSMISION, PARA QUE
000514*             EL PLANIFICADOR CORTE EL JOB.
001600* TECTONICS.  COBC.
001700*-----------------------------------------------------------*
001800* MODIFICATION HISTORY.
002397*                  ARCHIVO DE CONTROL PROPIO, PARA QUE LA HOJA DE
002398*                  CIERRE DEL DIA CRUCE LA CADENA COMPLETA SIN
002399*                  RELEER LISTADOS.
002400* 2026-10-14 JFR   EL ARCHIVO DE NUMEROS CRUDO PUEDE TRAER
002401*                  VARIAS TRANSMISIONES (UNA POR SUCURSAL). CADA
002402*                  UNA SE JUNTA EN UN ARCHIVO DE TRABAJO Y SE
002403*                  CUADRA SOLA: LA QUE CIERRA SE LIBERA, LA QUE NO
002404*                  SE RETIENE EN FORMATO CRUDO EN EL ARCHIVO DE
002405*                  RETENIDAS. EL ORIGEN VIAJA CON CADA ENTRADA AL
002406*                  ARCHIVO LIMPIO, LOS DUPLICADOS SE BUSCAN POR
002407*                  ORIGEN Y VALOR, Y EL REPORTE Y EL CONTROL DE
002408*                  EDICION LLEVAN UNA LINEA POR ORIGEN.
002409* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
002410*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
002411*                  ENCABEZADO DEL REPORTE.
002412******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. EDITNUMEROS.
002700 AUTHOR. J. FERNANDEZ.
004676         ORGANIZATION IS LINE SEQUENTIAL
004677         FILE STATUS IS FS-CONTROL-EDIT.
004678
004679     SELECT ARCH-TRANSMISION ASSIGN TO TRABEDIT
004680         ORGANIZATION IS LINE SEQUENTIAL
004681         FILE STATUS IS FS-TRANSMISION.
004682
004683     SELECT ARCH-RETENIDAS ASSIGN TO RETENIDAS
004684         ORGANIZATION IS LINE SEQUENTIAL
004685         FILE STATUS IS FS-RETENIDAS.
004686
004687     SELECT ARCH-HISTORIA ASSIGN TO HISTORIA
004690         ORGANIZATION IS INDEXED
004691         ACCESS MODE IS RANDOM
004692         RECORD KEY IS HIS-CLAVE
004693         FILE STATUS IS FS-HISTORIA.
004694
004695     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
004696         ORGANIZATION IS INDEXED
004697         ACCESS MODE IS RANDOM
004698         RECORD KEY IS CAL-FECHA
004699         FILE STATUS IS FS-CALENDARIO.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
008000
008100 FD  ARCH-LIMPIO
008200     LABEL RECORDS ARE STANDARD
008201     RECORD CONTAINS 15 CHARACTERS.
008400 01  LMP-REG.
008500     05  LMP-VALOR                  PIC X(05).
008501     05  LMP-ORIGEN                 PIC X(10).
008600
008700 FD  REPORTE-EDICION
008800     LABEL RECORDS ARE STANDARD
009010
009020 FD  ARCH-VISTOS
009030     LABEL RECORDS ARE STANDARD
009031     RECORD CONTAINS 15 CHARACTERS.
009032 01  VIS-REG.
009033     05  VIS-CLAVE.
009034         10  VIS-ORIGEN             PIC X(10).
009035         10  VIS-VALOR              PIC X(05).
009070
009071 FD  ARCH-RECICLAJE
009072     LABEL RECORDS ARE STANDARD
009100
009101 FD  ARCH-CONTROL-EDIT
009102     LABEL RECORDS ARE STANDARD
009103     RECORD CONTAINS 50 CHARACTERS.
009104 01  ECT-REG.
009105     05  ECT-TIPO                   PIC X(01).
009106         88  ECT-TOTAL                         VALUE 'T'.
009107         88  ECT-POR-ORIGEN                    VALUE 'O'.
009108     05  ECT-FECHA                  PIC 9(08).
009109     05  ECT-DETALLES               PIC 9(06).
009110     05  ECT-GRABADAS               PIC 9(06).
009111     05  ECT-DUPLICADOS             PIC 9(06).
009112     05  ECT-YA-PROCESADAS          PIC 9(06).
009113     05  ECT-VEREDICTO              PIC X(01).
009114     05  ECT-ORIGEN                 PIC X(10).
009115     05  ECT-RECHAZADAS             PIC 9(06).
009116
009117******************************************************************
009118* TRANSMISION EN CURSO: CADA REGISTRO CRUDO CON SU DESTINO
009119* (GRABAR, RECICLAR O REGISTRO DE CONTROL) Y EL MOTIVO DEL
009120* RECICLAJE.
009121******************************************************************
009122 FD  ARCH-TRANSMISION
009123     LABEL RECORDS ARE STANDARD
009124     RECORD CONTAINS 51 CHARACTERS.
009125 01  TRB-REG.
009126     05  TRB-CLASE                  PIC X(01).
009127         88  TRB-GRABAR                        VALUE 'G'.
009128         88  TRB-RECICLAR                      VALUE 'R'.
009129         88  TRB-CONTROL                       VALUE 'X'.
009130     05  TRB-CRUDO                  PIC X(20).
009131     05  TRB-CRUDO-D REDEFINES TRB-CRUDO.
009132         10  FILLER                 PIC X(01).
009133         10  TRB-VALOR              PIC X(05).
009134         10  FILLER                 PIC X(14).
009135     05  TRB-MOTIVO                 PIC X(30).
009136
009137******************************************************************
009138* TRANSMISIONES RETENIDAS, TAL CUAL LLEGARON, PARA REENVIARLAS
009139******************************************************************
009140 FD  ARCH-RETENIDAS
009141     LABEL RECORDS ARE STANDARD
009142     RECORD CONTAINS 20 CHARACTERS.
009143 01  RET-REG                        PIC X(20).
009144
009145******************************************************************
009146* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
009147******************************************************************
009148 FD  ARCH-CALENDARIO
009149     LABEL RECORDS ARE STANDARD
009150     RECORD CONTAINS 40 CHARACTERS.
009151 01  CAL-REG.
009152     05  CAL-FECHA                  PIC 9(08).
009153     05  CAL-DESCRIPCION            PIC X(30).
009154     05  FILLER                     PIC X(02).
009155
009200 WORKING-STORAGE SECTION.
009300
009400******************************************************************
009700 77  WS-SW-FIN-CRUDO             PIC X(01) VALUE 'N'.
009800     88  FIN-DE-CRUDO                      VALUE 'S'.
009900     88  NO-FIN-DE-CRUDO                   VALUE 'N'.
009901 77  WS-SW-HAY-ENCABEZADO        PIC X(01) VALUE 'N'.
009902     88  HAY-ENCABEZADO                    VALUE 'S'.
009903     88  NO-HAY-ENCABEZADO                 VALUE 'N'.
009904 77  WS-SW-HAY-CIERRE            PIC X(01) VALUE 'N'.
009905     88  HAY-CIERRE                        VALUE 'S'.
009906     88  NO-HAY-CIERRE                     VALUE 'N'.
009907     88  CIERRE-MAL-FORMADO                VALUE 'M'.
009908 77  WS-SW-EDICION-OK            PIC X(01) VALUE 'S'.
009909     88  EDICION-EN-CONTROL                VALUE 'S'.
009910     88  EDICION-FUERA-DE-CONTROL          VALUE 'N'.
009911 77  WS-SW-EN-TRANSMISION        PIC X(01) VALUE 'N'.
009912     88  EN-TRANSMISION                    VALUE 'S'.
009913     88  FUERA-DE-TRANSMISION              VALUE 'N'.
009914 77  WS-SW-TRANSMISION-OK        PIC X(01) VALUE 'S'.
009915     88  TRANSMISION-EN-CONTROL            VALUE 'S'.
009916     88  TRANSMISION-FUERA-DE-CONTROL      VALUE 'N'.
009917 77  WS-SW-FIN-TRANSMISION       PIC X(01) VALUE 'N'.
009918     88  FIN-DE-TRANSMISION                VALUE 'S'.
009919     88  NO-FIN-DE-TRANSMISION             VALUE 'N'.
009920 77  WS-SW-VEREDICTO             PIC X(01) VALUE 'C'.
009921     88  VEREDICTO-EN-CONTROL              VALUE 'C'.
009922     88  VEREDICTO-PARCIAL                 VALUE 'P'.
009923     88  VEREDICTO-FUERA-DE-CONTROL        VALUE 'F'.
010900 77  WS-SW-DUPLICADO             PIC X(01) VALUE 'N'.
011000     88  ES-DUPLICADO                      VALUE 'S'.
011100     88  NO-ES-DUPLICADO                   VALUE 'N'.
011140 77  WS-SW-YA-PROCESADA          PIC X(01) VALUE 'N'.
011150     88  ES-YA-PROCESADA                   VALUE 'S'.
011160     88  NO-ES-YA-PROCESADA                VALUE 'N'.
011161 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
011162     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
011163     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
011164 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
011165     88  DIA-HABIL                         VALUE 'S'.
011166     88  DIA-NO-HABIL                      VALUE 'N'.
011167 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
011168     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
011169     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
011200
011300******************************************************************
011400* CODIGOS DE ESTADO DE ARCHIVOS
011820 77  FS-HISTORIA                 PIC X(02) VALUE SPACES.
011830 77  FS-RECICLAJE                PIC X(02) VALUE SPACES.
011840 77  FS-CONTROL-EDIT             PIC X(02) VALUE SPACES.
011841 77  FS-TRANSMISION              PIC X(02) VALUE SPACES.
011842 77  FS-RETENIDAS                PIC X(02) VALUE SPACES.
011843 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
011844
011845******************************************************************
011846* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
011847* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
011848* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
011849* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
011850******************************************************************
011851 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
011852 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
011853 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
011854 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
011855 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
011900
012000******************************************************************
012100* CONTADORES Y CIFRAS DE CONTROL DE LA EDICION
012800 77  WS-HASH-CALCULADO           PIC 9(10) VALUE ZERO COMP.
012900 77  WS-CANTIDAD-INFORMADA       PIC 9(06) VALUE ZERO COMP.
013000 77  WS-HASH-INFORMADO           PIC 9(10) VALUE ZERO COMP.
013001 77  WS-RECHAZADAS               PIC 9(06) VALUE ZERO COMP.
013002 77  WS-DETALLES-RETENIDOS       PIC 9(06) VALUE ZERO COMP.
013003 77  WS-TRANSMISIONES            PIC 9(04) VALUE ZERO COMP.
013004 77  WS-TRN-LIBERADAS            PIC 9(04) VALUE ZERO COMP.
013005 77  WS-TRN-RETENIDAS            PIC 9(04) VALUE ZERO COMP.
013006
013007******************************************************************
013008* CIFRAS DE LA TRANSMISION EN CURSO
013009******************************************************************
013010 77  WS-TRN-ORIGEN               PIC X(10) VALUE SPACES.
013011 77  WS-TRN-DETALLES             PIC 9(06) VALUE ZERO COMP.
013012 77  WS-TRN-DUPLICADOS           PIC 9(06) VALUE ZERO COMP.
013013 77  WS-TRN-YA-PROCESADAS        PIC 9(06) VALUE ZERO COMP.
013014 77  WS-TRN-GRABABLES            PIC 9(06) VALUE ZERO COMP.
013015 77  WS-TRN-ACEPTADAS            PIC 9(06) VALUE ZERO COMP.
013016 77  WS-TRN-RECHAZADAS           PIC 9(06) VALUE ZERO COMP.
013017 77  WS-TRN-HASH-CALCULADO       PIC 9(10) VALUE ZERO COMP.
013018 77  WS-TRN-CANTIDAD-INFORMADA   PIC 9(06) VALUE ZERO COMP.
013019 77  WS-TRN-HASH-INFORMADO       PIC 9(10) VALUE ZERO COMP.
013100
014200******************************************************************
014300* CONTROL DEL REPORTE IMPRESO
017400     05  FILLER                  PIC X(11) VALUE "  GENERADO ".
017500     05  LO-FECHA                PIC X(08).
017600     05  FILLER                  PIC X(41) VALUE SPACES.
017601
017602 01  LIN-TRANSMISION.
017603     05  FILLER                  PIC X(02) VALUE SPACES.
017604     05  LTR-ORIGEN              PIC X(10).
017605     05  FILLER                  PIC X(11) VALUE " ACEPTADAS ".
017606     05  LTR-ACEPTADAS           PIC ZZZ,ZZ9.
017607     05  FILLER                  PIC X(12) VALUE " RECHAZADAS ".
017608     05  LTR-RECHAZADAS          PIC ZZZ,ZZ9.
017609     05  FILLER                  PIC X(09) VALUE " DUPLIC. ".
017610     05  LTR-DUPLICADOS          PIC ZZZ,ZZ9.
017611     05  FILLER                  PIC X(02) VALUE SPACES.
017612     05  LTR-VEREDICTO           PIC X(08).
017613     05  FILLER                  PIC X(05) VALUE SPACES.
017700
017800 01  LIN-ANOMALIA.
017900     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  LV-VEREDICTO            PIC X(44).
019700     05  FILLER                  PIC X(06) VALUE SPACES.
019800
019801 01  LIN-DIA-NO-HABIL.
019802     05  FILLER                  PIC X(29) VALUE
019803             "*** CORRIDA EN DIA NO HABIL: ".
019804     05  LNH-MOTIVO              PIC X(30).
019805     05  FILLER                  PIC X(21) VALUE SPACES.
019806
019900 PROCEDURE DIVISION.
020000
020100******************************************************************
021700
021800     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
021900
021901     EVALUATE TRUE
021902         WHEN VEREDICTO-EN-CONTROL
021903             MOVE 0 TO RETURN-CODE
021904         WHEN VEREDICTO-PARCIAL
021905             MOVE 4 TO RETURN-CODE
021906         WHEN OTHER
021907             MOVE 8 TO RETURN-CODE
021908     END-EVALUATE.
022400
022500     STOP RUN.
022600
025172         END-IF.
025174
025200     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
025201
025202     PERFORM 1900-VERIFICAR-DIA-CORRIDA
025203         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
025300
025301*    LAS TRANSMISIONES RETENIDAS SE AGREGAN, NO SE PISAN: QUEDAN
025302*    LAS DE DIAS ANTERIORES QUE TODAVIA NO SE REENVIARON.
025303     OPEN EXTEND ARCH-RETENIDAS.
025304     IF FS-RETENIDAS = "35"
025305         OPEN OUTPUT ARCH-RETENIDAS.
025306     IF FS-RETENIDAS NOT = "00" AND FS-RETENIDAS NOT = "05"
025307         DISPLAY "ERROR AL ABRIR LAS TRANSMISIONES RETENIDAS. "
025308             "ESTADO: " FS-RETENIDAS
025309         MOVE 16 TO RETURN-CODE
025310         STOP RUN.
025311
025312     OPEN OUTPUT ARCH-CONTROL-EDIT.
025313     IF FS-CONTROL-EDIT NOT = "00"
025314         DISPLAY "ERROR AL ABRIR EL CONTROL DE EDICION. "
025315             "ESTADO: " FS-CONTROL-EDIT
025316         MOVE 16 TO RETURN-CODE
025317         STOP RUN.
025318
025400     PERFORM 3050-ENCABEZADO-REPORTE
025500         THRU 3050-ENCABEZADO-REPORTE-EXIT.
025600
025700 1000-INICIALIZAR-EXIT.
025800     EXIT.
025900
025901******************************************************************
025902* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
025903* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
025904* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
025905******************************************************************
025906 1900-VERIFICAR-DIA-CORRIDA.
025907
025908     OPEN INPUT ARCH-CALENDARIO.
025909     IF FS-CALENDARIO = "35"
025910         SET CALENDARIO-NO-DISPONIBLE TO TRUE
025911     ELSE
025912         IF FS-CALENDARIO NOT = "00"
025913             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
025914                 FS-CALENDARIO
025915             MOVE 16 TO RETURN-CODE
025916             STOP RUN
025917         END-IF.
025918
025919     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
025920     PERFORM 1950-VERIFICAR-DIA-HABIL
025921         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
025922     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
025923     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
025924
025925     IF CALENDARIO-DISPONIBLE
025926         CLOSE ARCH-CALENDARIO.
025927
025928 1900-VERIFICAR-DIA-CORRIDA-EXIT.
025929     EXIT.
025930
025931******************************************************************
025932* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
025933* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
025934* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
025935******************************************************************
025936 1950-VERIFICAR-DIA-HABIL.
025937
025938     SET DIA-HABIL TO TRUE.
025939     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
025940
025941     COMPUTE WS-ENTERO-HABIL =
025942         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
025943     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
025944         REMAINDER WS-DIA-SEMANA.
025945
025946     IF WS-DIA-SEMANA = 6
025947         SET DIA-NO-HABIL TO TRUE
025948         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
025949         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
025950
025951     IF WS-DIA-SEMANA = 0
025952         SET DIA-NO-HABIL TO TRUE
025953         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
025954         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
025955
025956     IF CALENDARIO-NO-DISPONIBLE
025957         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
025958
025959     MOVE WS-FECHA-HABIL TO CAL-FECHA.
025960     READ ARCH-CALENDARIO
025961         INVALID KEY
025962             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
025963     END-READ.
025964
025965     IF FS-CALENDARIO NOT = "00"
025966         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
025967             FS-CALENDARIO
025968         MOVE 16 TO RETURN-CODE
025969         STOP RUN.
025970
025971     SET DIA-NO-HABIL TO TRUE.
025972     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
025973
025974 1950-VERIFICAR-DIA-HABIL-EXIT.
025975     EXIT.
025976
026000******************************************************************
026100* 2000-PROCESAR-REGISTRO - LEE UN REGISTRO DE LA TRANSMISION Y LO
026200* DESPACHA SEGUN SU TIPO.
029200             MOVE CRU-TIPO TO LA-VALOR
029300             PERFORM 3800-IMPRIMIR-ANOMALIA
029400                 THRU 3800-IMPRIMIR-ANOMALIA-EXIT
029401             IF EN-TRANSMISION
029402                 MOVE "X" TO TRB-CLASE
029403                 MOVE LA-TEXTO TO TRB-MOTIVO
029404                 PERFORM 3870-GRABAR-TRANSMISION
029405                     THRU 3870-GRABAR-TRANSMISION-EXIT
029406                 SET TRANSMISION-FUERA-DE-CONTROL TO TRUE
029407             ELSE
029408                 SET EDICION-FUERA-DE-CONTROL TO TRUE
029409             END-IF
029600     END-EVALUATE.
029700
029800 2000-PROCESAR-REGISTRO-EXIT.
029900     EXIT.
030000
030001******************************************************************
030002* 2100-TRATAR-ENCABEZADO - ABRE UNA TRANSMISION NUEVA CON SU
030003* ARCHIVO DE TRABAJO. SI LA ANTERIOR QUEDO SIN REGISTRO DE CIERRE
030004* SE LA CIERRA ANTES, Y QUEDA RETENIDA.
030005******************************************************************
030006 2100-TRATAR-ENCABEZADO.
030007
030008     IF EN-TRANSMISION
030009         PERFORM 5100-CERRAR-TRANSMISION
030010             THRU 5100-CERRAR-TRANSMISION-EXIT.
030011
030012     SET HAY-ENCABEZADO TO TRUE.
030013     SET EN-TRANSMISION TO TRUE.
030014     SET TRANSMISION-EN-CONTROL TO TRUE.
030015     SET NO-HAY-CIERRE TO TRUE.
030016     ADD 1 TO WS-TRANSMISIONES.
030017
030018     MOVE CRU-H-ORIGEN TO WS-TRN-ORIGEN.
030019     MOVE ZERO TO WS-TRN-DETALLES.
030020     MOVE ZERO TO WS-TRN-DUPLICADOS.
030021     MOVE ZERO TO WS-TRN-YA-PROCESADAS.
030022     MOVE ZERO TO WS-TRN-GRABABLES.
030023     MOVE ZERO TO WS-TRN-HASH-CALCULADO.
030024     MOVE ZERO TO WS-TRN-CANTIDAD-INFORMADA.
030025     MOVE ZERO TO WS-TRN-HASH-INFORMADO.
030026
030027     OPEN OUTPUT ARCH-TRANSMISION.
030028     IF FS-TRANSMISION NOT = "00"
030029         DISPLAY "ERROR AL ABRIR EL TRABAJO DE TRANSMISION. "
030030             "ESTADO: " FS-TRANSMISION
030031         MOVE 16 TO RETURN-CODE
030032         STOP RUN.
030033
030034     MOVE "X" TO TRB-CLASE.
030035     MOVE SPACES TO TRB-MOTIVO.
030036     PERFORM 3870-GRABAR-TRANSMISION
030037         THRU 3870-GRABAR-TRANSMISION-EXIT.
030038
030039     IF WS-LINEAS-EN-PAGINA NOT < WS-MAX-LINEAS-PAGINA
030040         PERFORM 3050-ENCABEZADO-REPORTE
030041             THRU 3050-ENCABEZADO-REPORTE-EXIT.
030042
030043     MOVE CRU-H-ORIGEN TO LO-ORIGEN.
030044     MOVE CRU-H-FECHA  TO LO-FECHA.
030045     WRITE LINEA-EDICION FROM LIN-ORIGEN.
030046     WRITE LINEA-EDICION FROM LIN-BLANCO.
030047     ADD 2 TO WS-LINEAS-EN-PAGINA.
030048
030049 2100-TRATAR-ENCABEZADO-EXIT.
030050     EXIT.
032400
032401******************************************************************
032402* 2200-TRATAR-DETALLE - ACUMULA EL HASH DE LA TRANSMISION, DETECTA
032403* DUPLICADOS Y ENTRADAS YA PROCESADAS, Y DEJA LA ENTRADA EN EL
032404* ARCHIVO DE TRABAJO CON SU DESTINO. UN DETALLE FUERA DE TODA
032405* TRANSMISION VA DIRECTO AL RECICLAJE.
032406******************************************************************
032407 2200-TRATAR-DETALLE.
032408
032409     IF FUERA-DE-TRANSMISION
032410         MOVE "DETALLE FUERA DE TRANSMISION" TO LA-TEXTO
032411         MOVE CRU-D-VALOR TO LA-VALOR
032412         PERFORM 3800-IMPRIMIR-ANOMALIA
032413             THRU 3800-IMPRIMIR-ANOMALIA-EXIT
032414         PERFORM 3850-GRABAR-RECICLAJE
032415             THRU 3850-GRABAR-RECICLAJE-EXIT
032416         SET EDICION-FUERA-DE-CONTROL TO TRUE
032417         GO TO 2200-TRATAR-DETALLE-EXIT.
032418
032419     ADD 1 TO WS-DETALLES-LEIDOS.
032420     ADD 1 TO WS-TRN-DETALLES.
032421
032422     PERFORM 2220-ACUMULAR-HASH THRU 2220-ACUMULAR-HASH-EXIT.
032423
032424     MOVE "R" TO TRB-CLASE.
032425
032426     SET NO-ES-DUPLICADO TO TRUE.
032427     PERFORM 2250-ANOTAR-VISTO THRU 2250-ANOTAR-VISTO-EXIT.
032428
032429     IF ES-DUPLICADO
032430         ADD 1 TO WS-TRN-DUPLICADOS
032431         MOVE "ENTRADA DUPLICADA - DESCARTADA" TO LA-TEXTO
032432         MOVE CRU-D-VALOR TO LA-VALOR
032433         PERFORM 3800-IMPRIMIR-ANOMALIA
032434             THRU 3800-IMPRIMIR-ANOMALIA-EXIT
032435         MOVE LA-TEXTO TO TRB-MOTIVO
032436         PERFORM 3870-GRABAR-TRANSMISION
032437             THRU 3870-GRABAR-TRANSMISION-EXIT
032438         GO TO 2200-TRATAR-DETALLE-EXIT.
032439
032440     PERFORM 2260-VERIFICAR-HISTORIA
032441         THRU 2260-VERIFICAR-HISTORIA-EXIT.
032442
032443     IF ES-YA-PROCESADA
032444         ADD 1 TO WS-TRN-YA-PROCESADAS
032445         MOVE "YA PROCESADA - DESCARTADA" TO LA-TEXTO
032446         MOVE CRU-D-VALOR TO LA-VALOR
032447         PERFORM 3800-IMPRIMIR-ANOMALIA
032448             THRU 3800-IMPRIMIR-ANOMALIA-EXIT
032449         MOVE LA-TEXTO TO TRB-MOTIVO
032450         PERFORM 3870-GRABAR-TRANSMISION
032451             THRU 3870-GRABAR-TRANSMISION-EXIT
032452         GO TO 2200-TRATAR-DETALLE-EXIT.
032453
032454     MOVE "G" TO TRB-CLASE.
032455     MOVE SPACES TO TRB-MOTIVO.
032456     PERFORM 3870-GRABAR-TRANSMISION
032457         THRU 3870-GRABAR-TRANSMISION-EXIT.
032458
032459     ADD 1 TO WS-TRN-GRABABLES.
032460
032461 2200-TRATAR-DETALLE-EXIT.
032462     EXIT.
037700
037800******************************************************************
037900* 2220-ACUMULAR-HASH - SUMA AL HASH EL VALOR NUMERICO DE LA
038500
038600     EVALUATE TRUE
038700         WHEN CRU-D-VALOR IS NUMERIC
038701             ADD CRU-D-VALOR-NUM TO WS-TRN-HASH-CALCULADO
038900         WHEN ( CRU-D-VALOR (1:1) = "C" OR "c" )
039000                 AND CRU-D-CODIGO IS NUMERIC
039001             ADD CRU-D-CODIGO TO WS-TRN-HASH-CALCULADO
039200         WHEN OTHER
039300             CONTINUE
039400     END-EVALUATE.
039800
039900******************************************************************
040000* 2250-ANOTAR-VISTO - ANOTA LA ENTRADA EN EL ARCHIVO DE VISTOS.
040001* LA CLAVE (ORIGEN Y VALOR) YA EXISTENTE ES UNA ENTRADA DUPLICADA
040002* DEL MISMO ORIGEN, SIN IMPORTAR EL TAMANIO DE LA TRANSMISION.
040210******************************************************************
040300 2250-ANOTAR-VISTO.
040400
040401     MOVE WS-TRN-ORIGEN TO VIS-ORIGEN.
040402     MOVE CRU-D-VALOR   TO VIS-VALOR.
040510     WRITE VIS-REG
040520         INVALID KEY
040530             SET ES-DUPLICADO TO TRUE
040998 2260-VERIFICAR-HISTORIA-EXIT.
040999     EXIT.
041000
041001******************************************************************
041002* 2300-TRATAR-CIERRE - TOMA LAS CIFRAS DE CONTROL DEL REGISTRO DE
041003* CIERRE Y CIERRA LA TRANSMISION EN CURSO.
041004******************************************************************
041005 2300-TRATAR-CIERRE.
041006
041007     IF FUERA-DE-TRANSMISION
041008         MOVE "CIERRE FUERA DE TRANSMISION" TO LA-TEXTO
041009         MOVE SPACES TO LA-VALOR
041010         PERFORM 3800-IMPRIMIR-ANOMALIA
041011             THRU 3800-IMPRIMIR-ANOMALIA-EXIT
041012         SET EDICION-FUERA-DE-CONTROL TO TRUE
041013         GO TO 2300-TRATAR-CIERRE-EXIT.
041014
041015     MOVE "X" TO TRB-CLASE.
041016     MOVE SPACES TO TRB-MOTIVO.
041017     PERFORM 3870-GRABAR-TRANSMISION
041018         THRU 3870-GRABAR-TRANSMISION-EXIT.
041019
041020     IF CRU-T-CANTIDAD IS NOT NUMERIC
041021             OR CRU-T-HASH IS NOT NUMERIC
041022         MOVE "REGISTRO DE CIERRE MAL FORMADO" TO LA-TEXTO
041023         MOVE SPACES TO LA-VALOR
041024         PERFORM 3800-IMPRIMIR-ANOMALIA
041025             THRU 3800-IMPRIMIR-ANOMALIA-EXIT
041026         SET CIERRE-MAL-FORMADO TO TRUE
041027         SET TRANSMISION-FUERA-DE-CONTROL TO TRUE
041028     ELSE
041029         SET HAY-CIERRE TO TRUE
041030         MOVE CRU-T-CANTIDAD-NUM TO WS-TRN-CANTIDAD-INFORMADA
041031         MOVE CRU-T-HASH-NUM     TO WS-TRN-HASH-INFORMADO.
041032
041033     PERFORM 5100-CERRAR-TRANSMISION
041034         THRU 5100-CERRAR-TRANSMISION-EXIT.
041035
041036 2300-TRATAR-CIERRE-EXIT.
041037     EXIT.
044000
044100******************************************************************
044200* 3050-ENCABEZADO-REPORTE - ESCRIBE EL ENCABEZADO DE UNA NUEVA
045700         WRITE LINEA-EDICION FROM LIN-BLANCO.
045800
045900     WRITE LINEA-EDICION FROM LIN-ENCABEZADO-1.
045901     IF CORRIDA-EN-DIA-NO-HABIL
045902         WRITE LINEA-EDICION FROM LIN-DIA-NO-HABIL.
046000     WRITE LINEA-EDICION FROM LIN-BLANCO.
046100     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
046200
048100 3800-IMPRIMIR-ANOMALIA-EXIT.
048200     EXIT.
048210
048211******************************************************************
048212* 3850-GRABAR-RECICLAJE - DEJA EL DETALLE RECHAZADO EN CURSO EN
048213* EL ARCHIVO DE RECICLAJE CON EL MOTIVO YA ARMADO EN LA-TEXTO,
048214* PARA EL PUESTO DE CORRECCION.
048215******************************************************************
048216 3850-GRABAR-RECICLAJE.
048217
048218     MOVE CRU-D-VALOR TO RCY-VALOR.
048219     MOVE LA-TEXTO    TO RCY-MOTIVO.
048220     PERFORM 3860-ESCRIBIR-RECICLAJE
048221         THRU 3860-ESCRIBIR-RECICLAJE-EXIT.
048222
048223 3850-GRABAR-RECICLAJE-EXIT.
048224     EXIT.
048225
048226******************************************************************
048227* 3860-ESCRIBIR-RECICLAJE - GRABA EL REGISTRO DE RECICLAJE YA
048228* ARMADO EN RCY-REG.
048229******************************************************************
048230 3860-ESCRIBIR-RECICLAJE.
048231
048232     WRITE RCY-REG.
048233     IF FS-RECICLAJE NOT = "00"
048234         DISPLAY "ERROR AL GRABAR EL RECICLAJE. ESTADO: "
048235             FS-RECICLAJE
048236         MOVE 16 TO RETURN-CODE
048237         STOP RUN.
048238
048239     ADD 1 TO WS-RECICLADAS.
048240
048241 3860-ESCRIBIR-RECICLAJE-EXIT.
048242     EXIT.
048243
048244******************************************************************
048245* 3870-GRABAR-TRANSMISION - DEJA EL REGISTRO CRUDO EN CURSO EN EL
048246* ARCHIVO DE TRABAJO DE LA TRANSMISION, CON EL DESTINO Y EL MOTIVO
048247* YA ARMADOS EN TRB-CLASE Y TRB-MOTIVO.
048248******************************************************************
048249 3870-GRABAR-TRANSMISION.
048250
048251     MOVE CRU-REG TO TRB-CRUDO.
048252     WRITE TRB-REG.
048253     IF FS-TRANSMISION NOT = "00"
048254         DISPLAY "ERROR AL GRABAR EL TRABAJO DE TRANSMISION. "
048255             "ESTADO: " FS-TRANSMISION
048256         MOVE 16 TO RETURN-CODE
048257         STOP RUN.
048258
048259 3870-GRABAR-TRANSMISION-EXIT.
048260     EXIT.
048285
048300
048301******************************************************************
048302* 5000-VERIFICAR-CONTROLES - AL FINAL DEL ARCHIVO CIERRA LA
048303* ULTIMA TRANSMISION SI QUEDO ABIERTA Y DECIDE EL VEREDICTO DE LA
048304* EDICION: EN CONTROL SI SE LIBERO TODO, PARCIAL SI SE RETUVO
048305* ALGO, Y FUERA DE CONTROL SI NO SE LIBERO NINGUNA TRANSMISION.
048306******************************************************************
048307 5000-VERIFICAR-CONTROLES.
048308
048309     IF EN-TRANSMISION
048310         PERFORM 5100-CERRAR-TRANSMISION
048311             THRU 5100-CERRAR-TRANSMISION-EXIT.
048312
048313     IF NO-HAY-ENCABEZADO
048314         MOVE "FALTA REGISTRO DE ENCABEZADO" TO LA-TEXTO
048315         MOVE SPACES TO LA-VALOR
048316         PERFORM 3800-IMPRIMIR-ANOMALIA
048317             THRU 3800-IMPRIMIR-ANOMALIA-EXIT
048318         SET EDICION-FUERA-DE-CONTROL TO TRUE.
048319
048320     CLOSE ARCH-LIMPIO.
048321
048322     IF WS-TRN-LIBERADAS = ZERO
048323         SET VEREDICTO-FUERA-DE-CONTROL TO TRUE
048324     ELSE
048325         IF WS-TRN-RETENIDAS > ZERO OR EDICION-FUERA-DE-CONTROL
048326             SET VEREDICTO-PARCIAL TO TRUE
048327         ELSE
048328             SET VEREDICTO-EN-CONTROL TO TRUE
048329         END-IF.
048330
048331 5000-VERIFICAR-CONTROLES-EXIT.
048332     EXIT.
048333
048334******************************************************************
048335* 5100-CERRAR-TRANSMISION - CUADRA LA TRANSMISION EN CURSO CONTRA
048336* SU REGISTRO DE CIERRE. SI CUADRA SE LIBERAN SUS ENTRADAS AL
048337* ARCHIVO LIMPIO Y SUS RECHAZOS AL RECICLAJE; SI NO CUADRA, LA
048338* TRANSMISION COMPLETA QUEDA RETENIDA TAL COMO LLEGO, SIN TOCAR
048339* LAS DEMAS. DEJA SU LINEA EN EL REPORTE Y EN EL CONTROL.
048340******************************************************************
048341 5100-CERRAR-TRANSMISION.
048342
048343     IF NO-HAY-CIERRE
048344         MOVE "FALTA REGISTRO DE CIERRE" TO LA-TEXTO
048345         MOVE SPACES TO LA-VALOR
048346         PERFORM 3800-IMPRIMIR-ANOMALIA
048347             THRU 3800-IMPRIMIR-ANOMALIA-EXIT
048348         SET TRANSMISION-FUERA-DE-CONTROL TO TRUE.
048349
048350     IF HAY-CIERRE
048351             AND WS-TRN-DETALLES NOT = WS-TRN-CANTIDAD-INFORMADA
048352         MOVE "CANTIDAD INFORMADA NO COINCIDE" TO LA-TEXTO
048353         MOVE SPACES TO LA-VALOR
048354         PERFORM 3800-IMPRIMIR-ANOMALIA
048355             THRU 3800-IMPRIMIR-ANOMALIA-EXIT
048356         SET TRANSMISION-FUERA-DE-CONTROL TO TRUE.
048357
048358     IF HAY-CIERRE
048359             AND WS-TRN-HASH-CALCULADO NOT = WS-TRN-HASH-INFORMADO
048360         MOVE "HASH INFORMADO NO COINCIDE" TO LA-TEXTO
048361         MOVE SPACES TO LA-VALOR
048362         PERFORM 3800-IMPRIMIR-ANOMALIA
048363             THRU 3800-IMPRIMIR-ANOMALIA-EXIT
048364         SET TRANSMISION-FUERA-DE-CONTROL TO TRUE.
048365
048366     ADD WS-TRN-HASH-CALCULADO     TO WS-HASH-CALCULADO.
048367     ADD WS-TRN-HASH-INFORMADO     TO WS-HASH-INFORMADO.
048368     ADD WS-TRN-CANTIDAD-INFORMADA TO WS-CANTIDAD-INFORMADA.
048369
048370     CLOSE ARCH-TRANSMISION.
048371     OPEN INPUT ARCH-TRANSMISION.
048372     IF FS-TRANSMISION NOT = "00"
048373         DISPLAY "ERROR AL RELEER EL TRABAJO DE TRANSMISION. "
048374             "ESTADO: " FS-TRANSMISION
048375         MOVE 16 TO RETURN-CODE
048376         STOP RUN.
048377
048378     SET NO-FIN-DE-TRANSMISION TO TRUE.
048379     PERFORM 5200-PASAR-REGISTRO THRU 5200-PASAR-REGISTRO-EXIT
048380         UNTIL FIN-DE-TRANSMISION.
048381
048382     CLOSE ARCH-TRANSMISION.
048383
048384     IF TRANSMISION-EN-CONTROL
048385         ADD 1 TO WS-TRN-LIBERADAS
048386         MOVE WS-TRN-GRABABLES     TO WS-TRN-ACEPTADAS
048387         MOVE WS-TRN-YA-PROCESADAS TO WS-TRN-RECHAZADAS
048388         ADD WS-TRN-DUPLICADOS     TO WS-DUPLICADOS
048389         ADD WS-TRN-YA-PROCESADAS  TO WS-YA-PROCESADAS
048390         MOVE "LIBERADA" TO LTR-VEREDICTO
048391     ELSE
048392         ADD 1 TO WS-TRN-RETENIDAS
048393         MOVE ZERO TO WS-TRN-ACEPTADAS
048394         COMPUTE WS-TRN-RECHAZADAS =
048395             WS-TRN-DETALLES - WS-TRN-DUPLICADOS
048396         ADD WS-TRN-DETALLES TO WS-DETALLES-RETENIDOS
048397         MOVE "RETENIDA" TO LTR-VEREDICTO.
048398
048399     ADD WS-TRN-RECHAZADAS TO WS-RECHAZADAS.
048400
048401     IF WS-LINEAS-EN-PAGINA NOT < WS-MAX-LINEAS-PAGINA
048402         PERFORM 3050-ENCABEZADO-REPORTE
048403             THRU 3050-ENCABEZADO-REPORTE-EXIT.
048404
048405     MOVE WS-TRN-ORIGEN     TO LTR-ORIGEN.
048406     MOVE WS-TRN-ACEPTADAS  TO LTR-ACEPTADAS.
048407     MOVE WS-TRN-RECHAZADAS TO LTR-RECHAZADAS.
048408     MOVE WS-TRN-DUPLICADOS TO LTR-DUPLICADOS.
048409     WRITE LINEA-EDICION FROM LIN-TRANSMISION.
048410     WRITE LINEA-EDICION FROM LIN-BLANCO.
048411     ADD 2 TO WS-LINEAS-EN-PAGINA.
048412
048413     PERFORM 5300-GRABAR-CONTROL-ORIGEN
048414         THRU 5300-GRABAR-CONTROL-ORIGEN-EXIT.
048415
048416     SET FUERA-DE-TRANSMISION TO TRUE.
048417
048418 5100-CERRAR-TRANSMISION-EXIT.
048419     EXIT.
048420
048421******************************************************************
048422* 5200-PASAR-REGISTRO - LLEVA UN REGISTRO DEL TRABAJO DE LA
048423* TRANSMISION A SU DESTINO: RETENIDAS SI LA TRANSMISION NO CUADRO;
048424* SI CUADRO, LIMPIO O RECICLAJE SEGUN SU CLASE.
048425******************************************************************
048426 5200-PASAR-REGISTRO.
048427
048428     READ ARCH-TRANSMISION
048429         AT END
048430             SET FIN-DE-TRANSMISION TO TRUE
048431             GO TO 5200-PASAR-REGISTRO-EXIT
048432     END-READ.
048433
048434     IF FS-TRANSMISION NOT = "00"
048435         DISPLAY "ERROR AL LEER EL TRABAJO DE TRANSMISION. "
048436             "ESTADO: " FS-TRANSMISION
048437         MOVE 16 TO RETURN-CODE
048438         STOP RUN.
048439
048440     EVALUATE TRUE
048441         WHEN TRANSMISION-FUERA-DE-CONTROL
048442             PERFORM 5250-RETENER-REGISTRO
048443                 THRU 5250-RETENER-REGISTRO-EXIT
048444         WHEN TRB-GRABAR
048445             PERFORM 5260-GRABAR-LIMPIO
048446                 THRU 5260-GRABAR-LIMPIO-EXIT
048447         WHEN TRB-RECICLAR
048448             MOVE TRB-VALOR  TO RCY-VALOR
048449             MOVE TRB-MOTIVO TO RCY-MOTIVO
048450             PERFORM 3860-ESCRIBIR-RECICLAJE
048451                 THRU 3860-ESCRIBIR-RECICLAJE-EXIT
048452     END-EVALUATE.
048453
048454 5200-PASAR-REGISTRO-EXIT.
048455     EXIT.
048456
048457******************************************************************
048458* 5250-RETENER-REGISTRO - DEJA EL REGISTRO CRUDO EN EL ARCHIVO DE
048459* TRANSMISIONES RETENIDAS PARA QUE EL ORIGEN LA REENVIE.
048460******************************************************************
048461 5250-RETENER-REGISTRO.
048462
048463     MOVE TRB-CRUDO TO RET-REG.
048464     WRITE RET-REG.
048465     IF FS-RETENIDAS NOT = "00"
048466         DISPLAY "ERROR AL GRABAR LAS TRANSMISIONES RETENIDAS. "
048467             "ESTADO: " FS-RETENIDAS
048468         MOVE 16 TO RETURN-CODE
048469         STOP RUN.
048470
048471 5250-RETENER-REGISTRO-EXIT.
048472     EXIT.
048473
048474******************************************************************
048475* 5260-GRABAR-LIMPIO - GRABA LA ENTRADA ACEPTADA EN EL ARCHIVO DE
048476* NUMEROS JUNTO CON EL ORIGEN DE SU TRANSMISION.
048477******************************************************************
048478 5260-GRABAR-LIMPIO.
048479
048480     MOVE TRB-VALOR     TO LMP-VALOR.
048481     MOVE WS-TRN-ORIGEN TO LMP-ORIGEN.
048482     WRITE LMP-REG.
048483     IF FS-LIMPIO NOT = "00"
048484         DISPLAY "ERROR AL GRABAR EL ARCHIVO DE NUMEROS. "
048485             "ESTADO: " FS-LIMPIO
048486         MOVE 16 TO RETURN-CODE
048487         STOP RUN.
048488
048489     ADD 1 TO WS-GRABADOS.
048490
048491 5260-GRABAR-LIMPIO-EXIT.
048492     EXIT.
048493
048494******************************************************************
048495* 5300-GRABAR-CONTROL-ORIGEN - GRABA EL REGISTRO DE CONTROL DE LA
048496* TRANSMISION, PARA EL CRUCE POR ORIGEN DE LA HOJA DE CIERRE.
048497******************************************************************
048498 5300-GRABAR-CONTROL-ORIGEN.
048499
048500     MOVE SPACES               TO ECT-REG.
048501     SET ECT-POR-ORIGEN        TO TRUE.
048502     MOVE WS-FECHA-CORRIDA-NUM TO ECT-FECHA.
048503     MOVE WS-TRN-DETALLES      TO ECT-DETALLES.
048504     MOVE WS-TRN-ACEPTADAS     TO ECT-GRABADAS.
048505     MOVE WS-TRN-DUPLICADOS    TO ECT-DUPLICADOS.
048506     MOVE WS-TRN-YA-PROCESADAS TO ECT-YA-PROCESADAS.
048507     MOVE WS-TRN-ORIGEN        TO ECT-ORIGEN.
048508     MOVE WS-TRN-RECHAZADAS    TO ECT-RECHAZADAS.
048509     IF TRANSMISION-EN-CONTROL
048510         MOVE "C" TO ECT-VEREDICTO
048511     ELSE
048512         MOVE "R" TO ECT-VEREDICTO.
048513
048514     WRITE ECT-REG.
048515     IF FS-CONTROL-EDIT NOT = "00"
048516         DISPLAY "ERROR AL GRABAR EL CONTROL DE EDICION. "
048517             "ESTADO: " FS-CONTROL-EDIT
048518         MOVE 16 TO RETURN-CODE
048519         STOP RUN.
048520
048521 5300-GRABAR-CONTROL-ORIGEN-EXIT.
048522     EXIT.
053000
053100******************************************************************
053200* 6000-IMPRIMIR-TOTALES - IMPRIME LAS CIFRAS DE LA EDICION Y EL
055200     MOVE WS-GRABADOS TO LT-CIFRA.
055300     WRITE LINEA-EDICION FROM LIN-TOTAL.
055400
055401     MOVE "TRANSMISIONES LEIDAS.......: " TO LT-CONCEPTO.
055402     MOVE WS-TRANSMISIONES TO LT-CIFRA.
055403     WRITE LINEA-EDICION FROM LIN-TOTAL.
055404
055405     MOVE "TRANSMISIONES RETENIDAS....: " TO LT-CONCEPTO.
055406     MOVE WS-TRN-RETENIDAS TO LT-CIFRA.
055407     WRITE LINEA-EDICION FROM LIN-TOTAL.
055408
055409     MOVE "DETALLES RETENIDOS.........: " TO LT-CONCEPTO.
055410     MOVE WS-DETALLES-RETENIDOS TO LT-CIFRA.
055411     WRITE LINEA-EDICION FROM LIN-TOTAL.
055412
055500     MOVE "HASH CALCULADO.............: " TO LT-CONCEPTO.
055600     MOVE WS-HASH-CALCULADO TO LT-CIFRA.
055700     WRITE LINEA-EDICION FROM LIN-TOTAL.
056200
056300     WRITE LINEA-EDICION FROM LIN-BLANCO.
056400
056401     EVALUATE TRUE
056402         WHEN VEREDICTO-EN-CONTROL
056403             MOVE "EN CONTROL - ARCHIVO DE NUMEROS LIBERADO"
056404                 TO LV-VEREDICTO
056405         WHEN VEREDICTO-PARCIAL
056406             MOVE "PARCIAL - LIBERADO SOLO LO QUE CIERRA"
056407                 TO LV-VEREDICTO
056408         WHEN OTHER
056409             MOVE "FUERA DE CONTROL - ARCHIVO DE NUMEROS VACIO"
056410                 TO LV-VEREDICTO
056411     END-EVALUATE.
057100
057200     WRITE LINEA-EDICION FROM LIN-VEREDICTO.
057300
057500     DISPLAY "DUPLICADOS DESCARTADOS.....: " WS-DUPLICADOS.
057510     DISPLAY "YA PROCESADAS DESCARTADAS..: " WS-YA-PROCESADAS.
057600     DISPLAY "ENTRADAS GRABADAS..........: " WS-GRABADOS.
057601     DISPLAY "TRANSMISIONES RETENIDAS....: " WS-TRN-RETENIDAS.
057700     DISPLAY "RESULTADO DE LA EDICION....: " LV-VEREDICTO.
057800
057900 6000-IMPRIMIR-TOTALES-EXIT.
058800     CLOSE REPORTE-EDICION.
058810     CLOSE ARCH-VISTOS.
058811     CLOSE ARCH-RECICLAJE.
058812     CLOSE ARCH-RETENIDAS.
058820
058830     IF HISTORIA-DISPONIBLE
058840         CLOSE ARCH-HISTORIA.
059000 8000-FINALIZAR-EXIT.
059100     EXIT.
059200
059201******************************************************************
059202* 8100-GRABAR-CONTROL-EDIT - GRABA EL REGISTRO DE TOTALES DE LA
059203* EDICION DETRAS DE LOS DE CADA ORIGEN, PARA EL CRUCE DE LA HOJA
059204* DE CIERRE DEL DIA, Y CIERRA EL ARCHIVO DE CONTROL.
059205******************************************************************
059206 8100-GRABAR-CONTROL-EDIT.
059207
059208     MOVE SPACES               TO ECT-REG.
059209     SET ECT-TOTAL             TO TRUE.
059210     MOVE WS-FECHA-CORRIDA-NUM TO ECT-FECHA.
059211     MOVE WS-DETALLES-LEIDOS   TO ECT-DETALLES.
059212     MOVE WS-GRABADOS          TO ECT-GRABADAS.
059213     MOVE WS-DUPLICADOS        TO ECT-DUPLICADOS.
059214     MOVE WS-YA-PROCESADAS     TO ECT-YA-PROCESADAS.
059215     MOVE WS-SW-VEREDICTO      TO ECT-VEREDICTO.
059216     MOVE WS-RECHAZADAS        TO ECT-RECHAZADAS.
059217
059218     WRITE ECT-REG.
059219     IF FS-CONTROL-EDIT NOT = "00"
059220         DISPLAY "ERROR AL GRABAR EL CONTROL DE EDICION. "
059221             "ESTADO: " FS-CONTROL-EDIT
059222         MOVE 16 TO RETURN-CODE
059223         STOP RUN.
059224
059225     CLOSE ARCH-CONTROL-EDIT.
059226
059227 8100-GRABAR-CONTROL-EDIT-EXIT.
059228     EXIT.
059280
059300 END PROGRAM EDITNUMEROS.
