002012*                  ARCHIVO DE CONTROL PROPIO, PARA QUE LA HOJA DE
002013*                  CIERRE DEL DIA CRUCE LA CADENA COMPLETA SIN
002014*                  RELEER LISTADOS.
002015* 2026-10-14 JFR   CADA EXCEPCION CON CODIGO DE MOTIVO LLEVA
002016*                  DEBAJO LA DESCRIPCION Y CATEGORIA DE LA TABLA
002017*                  DE MOTIVOS. UN CODIGO QUE NO ESTA EN LA TABLA
002018*                  SE INFORMA COMO MOTIVO NO CATALOGADO Y SE
002019*                  CUENTA APARTE.
002020* 2026-10-14 JFR   SE ACOMPANIA EL ORIGEN DE LA ENTRADA EN LA
002021*                  EXTENSION LIBERADA (REGISTRO DE 43).
002022* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
002023*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
002024*                  ENCABEZADO DEL REPORTE.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. RESPPRECIOS.
006060     SELECT ARCH-CONTROL-RESP ASSIGN TO RESPCTL
006070         ORGANIZATION IS LINE SEQUENTIAL
006080         FILE STATUS IS FS-CONTROL-RESP.
006081
006082     SELECT MAESTRO-MOTIVOS ASSIGN TO MOTIVOS
006083         ORGANIZATION IS INDEXED
006084         ACCESS MODE IS RANDOM
006085         RECORD KEY IS MOT-CODIGO
006086         FILE STATUS IS FS-MOTIVOS.
006087
006088     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
006089         ORGANIZATION IS INDEXED
006090         ACCESS MODE IS RANDOM
006091         RECORD KEY IS CAL-FECHA
006092         FILE STATUS IS FS-CALENDARIO.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400
006500 FD  ARCH-LIBERADA
006600     LABEL RECORDS ARE STANDARD
006601     RECORD CONTAINS 43 CHARACTERS.
006602 01  LIB-REG.
006603     05  FILLER                     PIC X(27).
006604     05  LIB-CORRIDA                PIC 9(06).
006605     05  LIB-ORIGEN                 PIC X(10).
006900
007000 FD  ARCH-RESPUESTAS
007100     LABEL RECORDS ARE STANDARD
007300 01  RSP-REG                        PIC X(12).
007400
007401 SD  ORD-ENVIOS
007402     RECORD CONTAINS 43 CHARACTERS.
007403 01  OEN-REG.
007404     05  OEN-NUMERO                 PIC 9(04).
007405     05  OEN-MULTIPLICADOR          PIC 9(04).
007406     05  OEN-RESULTADO              PIC 9(08).
007407     05  OEN-IMPORTE                PIC 9(09)V99.
007408     05  OEN-CORRIDA                PIC 9(06).
007409     05  OEN-ORIGEN                 PIC X(10).
008100
008200 SD  ORD-RESPUESTAS
008300     RECORD CONTAINS 12 CHARACTERS.
008900
008901 FD  TRAB-ENVIOS
008902     LABEL RECORDS ARE STANDARD
008903     RECORD CONTAINS 43 CHARACTERS.
008904 01  TRE-REG.
008905     05  TRE-CLAVE.
008906         10  TRE-NUMERO             PIC 9(04).
008908     05  TRE-RESULTADO              PIC 9(08).
008909     05  TRE-IMPORTE                PIC 9(09)V99.
008910     05  TRE-CORRIDA                PIC 9(06).
008911     05  TRE-ORIGEN                 PIC X(10).
009800
009900 FD  TRAB-RESPUESTAS
010000     LABEL RECORDS ARE STANDARD
012398     05  RCT-SIN-RESPUESTA          PIC 9(06).
012399     05  RCT-SIN-ENVIO              PIC 9(06).
012400
012401 FD  MAESTRO-MOTIVOS
012402     LABEL RECORDS ARE STANDARD
012403     RECORD CONTAINS 35 CHARACTERS.
012404 01  MOT-REG.
012405     05  MOT-CODIGO                 PIC X(03).
012406     05  MOT-DESCRIPCION            PIC X(30).
012407     05  MOT-CATEGORIA              PIC X(01).
012408         88  MOT-CORREGIBLE                    VALUE 'C'.
012409         88  MOT-DE-PRECIOS                    VALUE 'P'.
012410         88  MOT-DEFINITIVO                    VALUE 'D'.
012411     05  MOT-RECICLA                PIC X(01).
012412         88  MOT-SE-RECICLA                    VALUE 'S'.
012413         88  MOT-NO-SE-RECICLA                 VALUE 'N'.
012414
012415******************************************************************
012416* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
012417******************************************************************
012418 FD  ARCH-CALENDARIO
012419     LABEL RECORDS ARE STANDARD
012420     RECORD CONTAINS 40 CHARACTERS.
012421 01  CAL-REG.
012422     05  CAL-FECHA                  PIC 9(08).
012423     05  CAL-DESCRIPCION            PIC X(30).
012424     05  FILLER                     PIC X(02).
012425
012500 WORKING-STORAGE SECTION.
012600
012700******************************************************************
013300 77  WS-SW-FIN-RESPUESTAS        PIC X(01) VALUE 'N'.
013400     88  FIN-DE-RESPUESTAS                 VALUE 'S'.
013500     88  NO-FIN-DE-RESPUESTAS              VALUE 'N'.
013501 77  WS-SW-MOTIVOS               PIC X(01) VALUE 'N'.
013502     88  MOTIVOS-DISPONIBLE                VALUE 'S'.
013503     88  MOTIVOS-NO-DISPONIBLE             VALUE 'N'.
013504 77  WS-SW-MOTIVO                PIC X(01) VALUE 'S'.
013505     88  MOTIVO-CATALOGADO                 VALUE 'S'.
013506     88  MOTIVO-NO-CATALOGADO              VALUE 'N'.
013507 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
013508     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
013509     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
013510 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
013511     88  DIA-HABIL                         VALUE 'S'.
013512     88  DIA-NO-HABIL                      VALUE 'N'.
013513 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
013514     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
013515     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
013600
013700******************************************************************
013800* CODIGOS DE ESTADO DE ARCHIVOS
014500 77  FS-REPORTE                  PIC X(02) VALUE SPACES.
014510 77  FS-CORRIDA                  PIC X(02) VALUE SPACES.
014511 77  FS-CONTROL-RESP             PIC X(02) VALUE SPACES.
014512 77  FS-MOTIVOS                  PIC X(02) VALUE SPACES.
014513 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
014520
014530******************************************************************
014540* NUMERO DE CORRIDA VIGENTE (ARCHIVO DE CONTROL DE CORRIDAS)
014550******************************************************************
014560 77  WS-CORRIDA-ESPERADA         PIC 9(06) VALUE ZERO.
014561
014562******************************************************************
014563* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
014564* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
014565* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
014566* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
014567******************************************************************
014568 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
014569 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
014570 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
014571 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
014572 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
014600
014700******************************************************************
014800* CONTADORES DE CONTROL DE LA CORRIDA
015300 77  WS-TOTAL-SIN-RESPUESTA      PIC 9(06) VALUE ZERO COMP.
015400 77  WS-TOTAL-SIN-ENVIO          PIC 9(06) VALUE ZERO COMP.
015500 77  WS-TOTAL-EXCEPCIONES        PIC 9(06) VALUE ZERO COMP.
015501 77  WS-TOTAL-NO-CATALOGADOS     PIC 9(06) VALUE ZERO COMP.
015502
015503******************************************************************
015504* DESCRIPCION DEL MOTIVO BUSCADO EN LA TABLA DE MOTIVOS
015505******************************************************************
015506 77  WS-MOTIVO-BUSCADO           PIC X(03) VALUE SPACES.
015507 77  WS-DESCRIPCION-MOTIVO       PIC X(30) VALUE SPACES.
015508 77  WS-CATEGORIA-MOTIVO         PIC X(10) VALUE SPACES.
015600
015700******************************************************************
015800* CONTROL DEL REPORTE IMPRESO
016000 77  WS-NUMERO-PAGINA            PIC 9(03) VALUE ZERO COMP.
016100 77  WS-LINEAS-EN-PAGINA         PIC 9(03) VALUE ZERO COMP.
016200 77  WS-MAX-LINEAS-PAGINA        PIC 9(03) VALUE 50 COMP.
016201 77  WS-LINEAS-EXCEPCION         PIC 9(03) VALUE ZERO COMP.
016300
016400 01  WS-FECHA-CORRIDA.
016500     05  WS-FC-ANIO              PIC 9(04).
019500     05  LX-MOTIVO               PIC X(03).
019600     05  FILLER                  PIC X(20) VALUE SPACES.
019700
019701 01  LIN-DESCRIPCION-MOTIVO.
019702     05  FILLER                  PIC X(27) VALUE SPACES.
019703     05  LXD-DESCRIPCION         PIC X(30).
019704     05  FILLER                  PIC X(03) VALUE SPACES.
019705     05  LXD-CATEGORIA           PIC X(10).
019706     05  FILLER                  PIC X(10) VALUE SPACES.
019707
019800 01  LIN-SIN-EXCEPCIONES.
019900     05  FILLER                  PIC X(31) VALUE
020000             "  SIN EXCEPCIONES EN LA CORRIDA".
020500     05  LT-CIFRA                PIC ZZZ,ZZ9.
020600     05  FILLER                  PIC X(43) VALUE SPACES.
020700
020701 01  LIN-DIA-NO-HABIL.
020702     05  FILLER                  PIC X(29) VALUE
020703             "*** CORRIDA EN DIA NO HABIL: ".
020704     05  LNH-MOTIVO              PIC X(30).
020705     05  FILLER                  PIC X(21) VALUE SPACES.
020706
020800 PROCEDURE DIVISION.
020900
021000******************************************************************
027600         STOP RUN.
027700
027800     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
027801
027802     PERFORM 1900-VERIFICAR-DIA-CORRIDA
027803         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
027804
027805     PERFORM 1150-ABRIR-MOTIVOS THRU 1150-ABRIR-MOTIVOS-EXIT.
027900
028000     PERFORM 3050-ENCABEZADO-REPORTE
028100         THRU 3050-ENCABEZADO-REPORTE-EXIT.
028770 1100-VERIFICAR-LIBERADA-EXIT.
028771     EXIT.
028772
028773******************************************************************
028774* 1150-ABRIR-MOTIVOS - ABRE LA TABLA DE MOTIVOS PARA DESCRIBIR LOS
028775* CODIGOS DE LAS EXCEPCIONES. SI LA TABLA NO EXISTE EL REPORTE
028776* SALE COMO ANTES, SOLO CON EL CODIGO.
028777******************************************************************
028778 1150-ABRIR-MOTIVOS.
028779
028780     OPEN INPUT MAESTRO-MOTIVOS.
028781     IF FS-MOTIVOS = "35"
028782         SET MOTIVOS-NO-DISPONIBLE TO TRUE
028783         DISPLAY "NO HAY TABLA DE MOTIVOS: LAS EXCEPCIONES SALEN "
028784             "SIN DESCRIPCION."
028785         GO TO 1150-ABRIR-MOTIVOS-EXIT.
028786     IF FS-MOTIVOS NOT = "00"
028787         DISPLAY "ERROR AL ABRIR LA TABLA DE MOTIVOS. ESTADO: "
028788             FS-MOTIVOS
028789         MOVE 16 TO RETURN-CODE
028790         STOP RUN.
028791
028792     SET MOTIVOS-DISPONIBLE TO TRUE.
028793
028794 1150-ABRIR-MOTIVOS-EXIT.
028795     EXIT.
028796
028797******************************************************************
028798* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
028799* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
028800* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
028801******************************************************************
028802 1900-VERIFICAR-DIA-CORRIDA.
028803
028804     OPEN INPUT ARCH-CALENDARIO.
028805     IF FS-CALENDARIO = "35"
028806         SET CALENDARIO-NO-DISPONIBLE TO TRUE
028807     ELSE
028808         IF FS-CALENDARIO NOT = "00"
028809             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
028810                 FS-CALENDARIO
028811             MOVE 16 TO RETURN-CODE
028812             STOP RUN
028813         END-IF.
028814
028815     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
028816     PERFORM 1950-VERIFICAR-DIA-HABIL
028817         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
028818     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
028819     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
028820
028821     IF CALENDARIO-DISPONIBLE
028822         CLOSE ARCH-CALENDARIO.
028823
028824 1900-VERIFICAR-DIA-CORRIDA-EXIT.
028825     EXIT.
028826
028827******************************************************************
028828* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
028829* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
028830* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
028831******************************************************************
028832 1950-VERIFICAR-DIA-HABIL.
028833
028834     SET DIA-HABIL TO TRUE.
028835     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
028836
028837     COMPUTE WS-ENTERO-HABIL =
028838         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
028839     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
028840         REMAINDER WS-DIA-SEMANA.
028841
028842     IF WS-DIA-SEMANA = 6
028843         SET DIA-NO-HABIL TO TRUE
028844         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
028845         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
028846
028847     IF WS-DIA-SEMANA = 0
028848         SET DIA-NO-HABIL TO TRUE
028849         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
028850         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
028851
028852     IF CALENDARIO-NO-DISPONIBLE
028853         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
028854
028855     MOVE WS-FECHA-HABIL TO CAL-FECHA.
028856     READ ARCH-CALENDARIO
028857         INVALID KEY
028858             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
028859     END-READ.
028860
028861     IF FS-CALENDARIO NOT = "00"
028862         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
028863             FS-CALENDARIO
028864         MOVE 16 TO RETURN-CODE
028865         STOP RUN.
028866
028867     SET DIA-NO-HABIL TO TRUE.
028868     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
028869
028870 1950-VERIFICAR-DIA-HABIL-EXIT.
028871     EXIT.
028872
028900******************************************************************
029000* 2000-CONCILIAR - UNA VUELTA DEL APAREO: RESUELVE EL REGISTRO
029100* MAS BAJO DE LOS DOS LADOS Y AVANZA LA LECTURA QUE CORRESPONDA.
032700******************************************************************
032800* 2100-APAREAR - ENVIO CON RESPUESTA: SE MARCA ACEPTADO O
032900* RECHAZADO CON EL MOTIVO DE PRECIOS. LOS RECHAZOS VAN ADEMAS AL
033000* REPORTE DE EXCEPCIONES; UN RECHAZO CON UN CODIGO QUE NO ESTA EN
033001* LA TABLA DE MOTIVOS SALE COMO MOTIVO NO CATALOGADO.
033100******************************************************************
033200 2100-APAREAR.
033300
035000         MOVE TRE-MULTIPLICADOR TO LX-MULTIPLICADOR
035100         MOVE "RECHAZADO POR PRECIOS"    TO LX-TEXTO
035200         MOVE TRR-MOTIVO        TO LX-MOTIVO
035201         PERFORM 3700-BUSCAR-MOTIVO THRU 3700-BUSCAR-MOTIVO-EXIT
035202         IF MOTIVO-NO-CATALOGADO
035203             MOVE "MOTIVO NO CATALOGADO"     TO LX-TEXTO
035204         END-IF
035300         PERFORM 3800-IMPRIMIR-EXCEPCION
035400             THRU 3800-IMPRIMIR-EXCEPCION-EXIT.
035500
039800     MOVE TRR-MULTIPLICADOR TO LX-MULTIPLICADOR.
039900     MOVE "RESPUESTA SIN ENVIO"      TO LX-TEXTO.
040000     MOVE TRR-MOTIVO        TO LX-MOTIVO.
040001
040002     PERFORM 3700-BUSCAR-MOTIVO THRU 3700-BUSCAR-MOTIVO-EXIT.
040100
040200     PERFORM 3800-IMPRIMIR-EXCEPCION
040300         THRU 3800-IMPRIMIR-EXCEPCION-EXIT.
046400         WRITE LINEA-REPORTE FROM LIN-BLANCO.
046500
046600     WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-1.
046601     IF CORRIDA-EN-DIA-NO-HABIL
046602         WRITE LINEA-REPORTE FROM LIN-DIA-NO-HABIL.
046700     WRITE LINEA-REPORTE FROM LIN-BLANCO.
046800     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
046900
047000 3050-ENCABEZADO-REPORTE-EXIT.
047100     EXIT.
047200
047201******************************************************************
047202* 3700-BUSCAR-MOTIVO - BUSCA EN LA TABLA DE MOTIVOS EL CODIGO DE
047203* LX-MOTIVO Y DEJA SU DESCRIPCION Y CATEGORIA. UN CODIGO QUE NO
047204* ESTA EN LA TABLA SE CUENTA COMO MOTIVO NO CATALOGADO. SIN TABLA
047205* O SIN CODIGO NO HAY NADA QUE BUSCAR.
047206******************************************************************
047207 3700-BUSCAR-MOTIVO.
047208
047209     SET MOTIVO-CATALOGADO TO TRUE.
047210     MOVE SPACES TO WS-DESCRIPCION-MOTIVO.
047211     MOVE SPACES TO WS-CATEGORIA-MOTIVO.
047212     MOVE LX-MOTIVO TO WS-MOTIVO-BUSCADO.
047213
047214     IF MOTIVOS-NO-DISPONIBLE OR WS-MOTIVO-BUSCADO = SPACES
047215         GO TO 3700-BUSCAR-MOTIVO-EXIT.
047216
047217     MOVE WS-MOTIVO-BUSCADO TO MOT-CODIGO.
047218
047219     READ MAESTRO-MOTIVOS
047220         INVALID KEY
047221             SET MOTIVO-NO-CATALOGADO TO TRUE
047222             ADD 1 TO WS-TOTAL-NO-CATALOGADOS
047223             MOVE "** MOTIVO NO CATALOGADO **"
047224                 TO WS-DESCRIPCION-MOTIVO
047225             GO TO 3700-BUSCAR-MOTIVO-EXIT
047226     END-READ.
047227
047228     IF FS-MOTIVOS NOT = "00"
047229         DISPLAY "ERROR AL LEER LA TABLA DE MOTIVOS. ESTADO: "
047230             FS-MOTIVOS
047231         MOVE 16 TO RETURN-CODE
047232         STOP RUN.
047233
047234     MOVE MOT-DESCRIPCION TO WS-DESCRIPCION-MOTIVO.
047235
047236     EVALUATE TRUE
047237         WHEN MOT-CORREGIBLE
047238             MOVE "CORREGIBLE" TO WS-CATEGORIA-MOTIVO
047239         WHEN MOT-DE-PRECIOS
047240             MOVE "DE PRECIOS" TO WS-CATEGORIA-MOTIVO
047241         WHEN MOT-DEFINITIVO
047242             MOVE "DEFINITIVO" TO WS-CATEGORIA-MOTIVO
047243         WHEN OTHER
047244             MOVE MOT-CATEGORIA TO WS-CATEGORIA-MOTIVO
047245     END-EVALUATE.
047246
047247 3700-BUSCAR-MOTIVO-EXIT.
047248     EXIT.
047249
047300******************************************************************
047400* 3800-IMPRIMIR-EXCEPCION - DEJA EN EL REPORTE EL RENGLON DE
047500* EXCEPCION YA ARMADO EN LIN-DETALLE-EXCEPCION. SI LLEVA CODIGO DE
047501* MOTIVO Y HAY TABLA, DEBAJO VA LA DESCRIPCION QUE DEJO
047502* 3700-BUSCAR-MOTIVO; LOS DOS RENGLONES QUEDAN EN LA MISMA PAGINA.
047600******************************************************************
047700 3800-IMPRIMIR-EXCEPCION.
047800
047801     MOVE 1 TO WS-LINEAS-EXCEPCION.
047802     IF LX-MOTIVO NOT = SPACES AND MOTIVOS-DISPONIBLE
047803         MOVE 2 TO WS-LINEAS-EXCEPCION.
047804
047900     IF WS-LINEAS-EN-PAGINA + WS-LINEAS-EXCEPCION >
047901             WS-MAX-LINEAS-PAGINA
048000         PERFORM 3050-ENCABEZADO-REPORTE
048100             THRU 3050-ENCABEZADO-REPORTE-EXIT.
048200
048300     WRITE LINEA-REPORTE FROM LIN-DETALLE-EXCEPCION.
048400     ADD 1 TO WS-LINEAS-EN-PAGINA.
048401
048402     IF WS-LINEAS-EXCEPCION > 1
048403         MOVE WS-DESCRIPCION-MOTIVO TO LXD-DESCRIPCION
048404         MOVE WS-CATEGORIA-MOTIVO   TO LXD-CATEGORIA
048405         WRITE LINEA-REPORTE FROM LIN-DESCRIPCION-MOTIVO
048406         ADD 1 TO WS-LINEAS-EN-PAGINA.
048500
048600 3800-IMPRIMIR-EXCEPCION-EXIT.
048700     EXIT.
053300     MOVE WS-TOTAL-SIN-ENVIO TO LT-CIFRA.
053400     WRITE LINEA-REPORTE FROM LIN-TOTAL.
053500
053501     MOVE "MOTIVOS NO CATALOGADOS.....: " TO LT-CONCEPTO.
053502     MOVE WS-TOTAL-NO-CATALOGADOS TO LT-CIFRA.
053503     WRITE LINEA-REPORTE FROM LIN-TOTAL.
053504
053600     DISPLAY "RENGLONES ENVIADOS.........: " WS-TOTAL-ENVIADOS.
053700     DISPLAY "ACEPTADOS POR PRECIOS......: " WS-TOTAL-ACEPTADOS.
053800     DISPLAY "RECHAZADOS POR PRECIOS.....: " WS-TOTAL-RECHAZADOS.
053900     DISPLAY "ENVIOS SIN RESPUESTA.......: "
054000         WS-TOTAL-SIN-RESPUESTA.
054100     DISPLAY "RESPUESTAS SIN ENVIO.......: " WS-TOTAL-SIN-ENVIO.
054101     DISPLAY "MOTIVOS NO CATALOGADOS.....: "
054102         WS-TOTAL-NO-CATALOGADOS.
054200
054300 5000-IMPRIMIR-TOTALES-EXIT.
054400     EXIT.
055200     CLOSE TRAB-RESPUESTAS.
055300     CLOSE ARCH-MARCADA.
055400     CLOSE REPORTE-RESP.
055401
055402     IF MOTIVOS-DISPONIBLE
055403         CLOSE MAESTRO-MOTIVOS.
055500
055600 8000-FINALIZAR-EXIT.
055700     EXIT.
