002000* 2026-09-02 JFR   PROGRAMA ORIGINAL. HASTA AHORA RESPONDER "QUE
002100*                  PASO CON EL ARTICULO" POR TELEFONO SIGNIFICABA
002200*                  CRUZAR TRES LISTADOS A OJO.
002201* 2026-10-14 JFR   UN RENGLON RECHAZADO MUESTRA, ADEMAS DEL
002202*                  CODIGO, LA DESCRIPCION Y CATEGORIA DEL MOTIVO
002203*                  SEGUN LA TABLA DE MOTIVOS.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CONSARTICULO.
004700     SELECT ARCH-MARCADA ASSIGN TO EXTMARCADA
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FS-MARCADA.
004901
004902     SELECT MAESTRO-MOTIVOS ASSIGN TO MOTIVOS
004903         ORGANIZATION IS INDEXED
004904         ACCESS MODE IS RANDOM
004905         RECORD KEY IS MOT-CODIGO
004906         FILE STATUS IS FS-MOTIVOS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
009100     05  MRC-ESTADO                 PIC X(01).
009200     05  MRC-MOTIVO                 PIC X(03).
009300     05  MRC-CORRIDA                PIC 9(06).
009301
009302 FD  MAESTRO-MOTIVOS
009303     LABEL RECORDS ARE STANDARD
009304     RECORD CONTAINS 35 CHARACTERS.
009305 01  MOT-REG.
009306     05  MOT-CODIGO                 PIC X(03).
009307     05  MOT-DESCRIPCION            PIC X(30).
009308     05  MOT-CATEGORIA              PIC X(01).
009309         88  MOT-CORREGIBLE                    VALUE 'C'.
009310         88  MOT-DE-PRECIOS                    VALUE 'P'.
009311         88  MOT-DEFINITIVO                    VALUE 'D'.
009312     05  MOT-RECICLA                PIC X(01).
009313         88  MOT-SE-RECICLA                    VALUE 'S'.
009314         88  MOT-NO-SE-RECICLA                 VALUE 'N'.
009400
009500 WORKING-STORAGE SECTION.
009600
011200 77  WS-SW-HAY-MARCA             PIC X(01) VALUE 'N'.
011300     88  HAY-MARCA                         VALUE 'S'.
011400     88  NO-HAY-MARCA                      VALUE 'N'.
011401 77  WS-SW-MOTIVOS               PIC X(01) VALUE 'N'.
011402     88  MOTIVOS-DISPONIBLE                VALUE 'S'.
011403     88  MOTIVOS-NO-DISPONIBLE             VALUE 'N'.
011500
011600******************************************************************
011700* CODIGOS DE ESTADO DE ARCHIVOS
011900 77  FS-MAESTRO                  PIC X(02) VALUE SPACES.
012000 77  FS-HISTORIA                 PIC X(02) VALUE SPACES.
012100 77  FS-MARCADA                  PIC X(02) VALUE SPACES.
012101 77  FS-MOTIVOS                  PIC X(02) VALUE SPACES.
012200
012300******************************************************************
012400* CAMPOS DE TRABAJO DE LA CONSULTA
013500 77  WS-MARCA-MOTIVO             PIC X(03) VALUE SPACES.
013600 77  WS-MARCA-CORRIDA            PIC 9(06) VALUE ZERO.
013700 77  WS-MARCA-RENGLONES          PIC 9(06) VALUE ZERO COMP.
013701 77  WS-CATEGORIA-MOTIVO         PIC X(10) VALUE SPACES.
013800
013900******************************************************************
014000* CAMPOS DE EDICION PARA LA PANTALLA
019500             STOP RUN
019600         END-IF.
019700
019701     OPEN INPUT MAESTRO-MOTIVOS.
019702     IF FS-MOTIVOS = "00"
019703         SET MOTIVOS-DISPONIBLE TO TRUE
019704     ELSE
019705         IF FS-MOTIVOS = "35"
019706             SET MOTIVOS-NO-DISPONIBLE TO TRUE
019707         ELSE
019708             DISPLAY "ERROR AL ABRIR LA TABLA DE MOTIVOS. "
019709                 "ESTADO: " FS-MOTIVOS
019710             MOVE 16 TO RETURN-CODE
019711             STOP RUN
019712         END-IF.
019713
019800     DISPLAY "CONSULTA DE ARTICULOS - MAESTRO, HISTORIA Y".
019900     DISPLAY "ESTADO EN PRECIOS. SOLO LECTURA.".
020000
035700             DISPLAY "  ESTADO EN PRECIOS: RECHAZADO MOTIVO "
035800                 WS-MARCA-MOTIVO " (CORRIDA " WS-MARCA-CORRIDA
035900                 ")"
035901             PERFORM 2400-MOSTRAR-MOTIVO
035902                 THRU 2400-MOSTRAR-MOTIVO-EXIT
036000         WHEN OTHER
036100             DISPLAY "  ESTADO EN PRECIOS: SIN RESPUESTA "
036200                 "(CORRIDA " WS-MARCA-CORRIDA ")"
039400 2350-REVISAR-MARCA-EXIT.
039500     EXIT.
039600
039601******************************************************************
039602* 2400-MOSTRAR-MOTIVO - MUESTRA LA DESCRIPCION Y CATEGORIA DEL
039603* MOTIVO DE RECHAZO SEGUN LA TABLA DE MOTIVOS. SIN TABLA O SIN
039604* CODIGO NO MUESTRA NADA.
039605******************************************************************
039606 2400-MOSTRAR-MOTIVO.
039607
039608     IF MOTIVOS-NO-DISPONIBLE OR WS-MARCA-MOTIVO = SPACES
039609         GO TO 2400-MOSTRAR-MOTIVO-EXIT.
039610
039611     MOVE WS-MARCA-MOTIVO TO MOT-CODIGO.
039612
039613     READ MAESTRO-MOTIVOS
039614         INVALID KEY
039615             DISPLAY "                      MOTIVO NO CATALOGADO "
039616                 "EN LA TABLA DE MOTIVOS."
039617             GO TO 2400-MOSTRAR-MOTIVO-EXIT
039618     END-READ.
039619
039620     EVALUATE TRUE
039621         WHEN MOT-CORREGIBLE
039622             MOVE "CORREGIBLE" TO WS-CATEGORIA-MOTIVO
039623         WHEN MOT-DE-PRECIOS
039624             MOVE "DE PRECIOS" TO WS-CATEGORIA-MOTIVO
039625         WHEN MOT-DEFINITIVO
039626             MOVE "DEFINITIVO" TO WS-CATEGORIA-MOTIVO
039627         WHEN OTHER
039628             MOVE MOT-CATEGORIA TO WS-CATEGORIA-MOTIVO
039629     END-EVALUATE.
039630
039631     DISPLAY "                      " MOT-DESCRIPCION " ("
039632         WS-CATEGORIA-MOTIVO ")".
039633
039634 2400-MOSTRAR-MOTIVO-EXIT.
039635     EXIT.
039636
039700******************************************************************
039800* 8000-FINALIZAR - CIERRA LOS ARCHIVOS DE LA CONSULTA.
039900******************************************************************
040400
040500     IF HISTORIA-DISPONIBLE
040600         CLOSE ARCH-HISTORIA.
040601
040602     IF MOTIVOS-DISPONIBLE
040603         CLOSE MAESTRO-MOTIVOS.
040700
040800     DISPLAY "FIN DE LA CONSULTA.".
040900
