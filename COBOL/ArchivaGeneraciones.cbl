002240*                  DIA (EXTMARC.DAAAAMMDD), PARA QUE EL EXTRACTO
002250*                  MENSUAL POR ARTICULO PUEDA RECONSTRUIR EL MES
002260*                  DESDE EL CATALOGO DE GENERACIONES.
002261* 2026-10-14 JFR   SE RESGUARDA TAMBIEN EL AVISO DE
002262*                  FRACCIONAMIENTO AL DEPOSITO DEL DIA
002263*                  (FRACDEP.DAAAAMMDD), ANOTADO EN EL CATALOGO.
002264* 2026-10-14 JFR   SE ACOMPANIA EL ORIGEN DE LA ENTRADA EN LA
002265*                  AUDITORIA (REGISTRO DE 79).
002266* 2026-10-14 JFR   AUDITORIA SELLADA (REGISTRO DE 96). LA
002267*                  AUDITORIA DEL DIA SE VACIA AL RESGUARDARLA Y
002268*                  UN SEGUNDO RESGUARDO EN EL DIA SE AGREGA A LA
002269*                  GENERACION, ASI NINGUN REGISTRO QUEDA FUERA NI
002270*                  ENTRA DOS VECES.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. ARCGENERACION.
005060         ORGANIZATION IS LINE SEQUENTIAL
005070         FILE STATUS IS FS-GEN-MARCADA.
005080
005081     SELECT ARCH-FRACCION ASSIGN TO FRACDEPOS
005082         ORGANIZATION IS LINE SEQUENTIAL
005083         FILE STATUS IS FS-FRACCION.
005084
005085     SELECT GEN-FRACCION ASSIGN TO DYNAMIC WS-NOMBRE-GEN-FRA
005086         ORGANIZATION IS LINE SEQUENTIAL
005087         FILE STATUS IS FS-GEN-FRACCION.
005088
005100     SELECT CATALOGO ASSIGN TO GENCATALOGO
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FS-CATALOGO.
006200
006300 FD  ARCH-AUDITORIA
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 96 CHARACTERS.
006600 01  AUD-REG                        PIC X(96).
006700
006800 FD  GEN-REPORTE
006900     LABEL RECORDS ARE STANDARD
007200
007300 FD  GEN-AUDITORIA
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 96 CHARACTERS.
007600 01  GEN-AUD-REG                    PIC X(96).
007700
007710 FD  ARCH-MARCADA
007720     LABEL RECORDS ARE STANDARD
008600         88  CAT-ACTIVA                        VALUE 'A'.
008700         88  CAT-CONSOLIDADA                   VALUE 'C'.
008800
008801 FD  ARCH-FRACCION
008802     LABEL RECORDS ARE STANDARD
008803     RECORD CONTAINS 60 CHARACTERS.
008804 01  FRA-REG                        PIC X(60).
008805
008806 FD  GEN-FRACCION
008807     LABEL RECORDS ARE STANDARD
008808     RECORD CONTAINS 60 CHARACTERS.
008809 01  GEN-FRA-REG                    PIC X(60).
008810
008900 WORKING-STORAGE SECTION.
009000
009100******************************************************************
011000 77  FS-GEN-AUDITORIA            PIC X(02) VALUE SPACES.
011010 77  FS-MARCADA                  PIC X(02) VALUE SPACES.
011020 77  FS-GEN-MARCADA              PIC X(02) VALUE SPACES.
011021 77  FS-FRACCION                 PIC X(02) VALUE SPACES.
011022 77  FS-GEN-FRACCION             PIC X(02) VALUE SPACES.
011100 77  FS-CATALOGO                 PIC X(02) VALUE SPACES.
011200
011300******************************************************************
012320     05  FILLER                  PIC X(09) VALUE "EXTMARC.D".
012330     05  WS-NGM-FECHA            PIC 9(08).
012340     05  FILLER                  PIC X(13) VALUE SPACES.
012341 01  WS-NOMBRE-GEN-FRA.
012342     05  FILLER                  PIC X(09) VALUE "FRACDEP.D".
012343     05  WS-NGF-FECHA            PIC 9(08).
012344     05  FILLER                  PIC X(13) VALUE SPACES.
012400
012500******************************************************************
012600* TABLA DEL CATALOGO DE GENERACIONES
014100 77  WS-LINEAS-REPORTE           PIC 9(06) VALUE ZERO COMP.
014200 77  WS-LINEAS-AUDITORIA         PIC 9(06) VALUE ZERO COMP.
014210 77  WS-LINEAS-MARCADA           PIC 9(06) VALUE ZERO COMP.
014211 77  WS-LINEAS-FRACCION          PIC 9(06) VALUE ZERO COMP.
014300
014400 01  WS-FECHA-CORRIDA            PIC 9(08).
014500
015910
015920     PERFORM 4000-ARCHIVAR-MARCADA
015930         THRU 4000-ARCHIVAR-MARCADA-EXIT.
015931
015932     PERFORM 5000-ARCHIVAR-FRACCION
015933         THRU 5000-ARCHIVAR-FRACCION-EXIT.
016000
016100     PERFORM 7000-GRABAR-CATALOGO
016200         THRU 7000-GRABAR-CATALOGO-EXIT.
017500     MOVE WS-FECHA-CORRIDA TO WS-NGR-FECHA.
017600     MOVE WS-FECHA-CORRIDA TO WS-NGA-FECHA.
017610     MOVE WS-FECHA-CORRIDA TO WS-NGM-FECHA.
017611     MOVE WS-FECHA-CORRIDA TO WS-NGF-FECHA.
017700
017800     PERFORM 1100-CARGAR-CATALOGO
017900         THRU 1100-CARGAR-CATALOGO-EXIT.
032000         MOVE 16 TO RETURN-CODE
032100         STOP RUN.
032200
032210*    SI EL RESGUARDO SE REPITE EN EL DIA, LO NUEVO SE AGREGA A LA
032220*    GENERACION: LA AUDITORIA DEL DIA SE VACIO EN EL RESGUARDO
032230*    ANTERIOR.
032300     OPEN EXTEND GEN-AUDITORIA.
032301     IF FS-GEN-AUDITORIA = "35"
032302         OPEN OUTPUT GEN-AUDITORIA.
032400     IF FS-GEN-AUDITORIA NOT = "00"
032500         DISPLAY "ERROR AL ABRIR LA GENERACION DE AUDITORIA. "
032600             "ESTADO: " FS-GEN-AUDITORIA
033500
033600     CLOSE ARCH-AUDITORIA.
033700     CLOSE GEN-AUDITORIA.
033710
033720*    LO RESGUARDADO SALE DE LA AUDITORIA DEL DIA, QUE QUEDA VACIA
033730*    HASTA EL PROXIMO RESGUARDO; EL RASTRO SIGUE EN LA GENERACION.
033740     OPEN OUTPUT ARCH-AUDITORIA.
033750     IF FS-AUDITORIA NOT = "00"
033760         DISPLAY "ERROR AL VACIAR LA AUDITORIA DEL DIA. ESTADO: "
033770             FS-AUDITORIA
033780         MOVE 16 TO RETURN-CODE
033790         STOP RUN.
033795     CLOSE ARCH-AUDITORIA.
033800
033900     MOVE "AUDITORIA " TO CAT-TIPO.
034000     MOVE WS-NOMBRE-GEN-AUD TO CAT-NOMBRE.
037225 4100-COPIAR-LINEA-MARCADA-EXIT.
037226     EXIT.
037227
037228******************************************************************
037229* 5000-ARCHIVAR-FRACCION - COPIA EL AVISO AL DEPOSITO DEL DIA A SU
037230* ARCHIVO DE GENERACION Y LO DEJA ANOTADO EN EL CATALOGO.
037231******************************************************************
037232 5000-ARCHIVAR-FRACCION.
037233
037234     OPEN INPUT ARCH-FRACCION.
037235     IF FS-FRACCION = "35"
037236         DISPLAY "SIN AVISO AL DEPOSITO DEL DIA PARA RESGUARDAR."
037237         GO TO 5000-ARCHIVAR-FRACCION-EXIT.
037238     IF FS-FRACCION NOT = "00"
037239         DISPLAY "ERROR AL ABRIR EL AVISO AL DEPOSITO. ESTADO: "
037240             FS-FRACCION
037241         MOVE 16 TO RETURN-CODE
037242         STOP RUN.
037243
037244     OPEN OUTPUT GEN-FRACCION.
037245     IF FS-GEN-FRACCION NOT = "00"
037246         DISPLAY "ERROR AL ABRIR LA GENERACION DEL AVISO. "
037247             "ESTADO: " FS-GEN-FRACCION
037248         MOVE 16 TO RETURN-CODE
037249         STOP RUN.
037250
037251     SET NO-FIN-DE-ENTRADA TO TRUE.
037252
037253     PERFORM 5100-COPIAR-LINEA-FRACCION
037254         THRU 5100-COPIAR-LINEA-FRACCION-EXIT
037255         UNTIL FIN-DE-ENTRADA.
037256
037257     CLOSE ARCH-FRACCION.
037258     CLOSE GEN-FRACCION.
037259
037260     MOVE "FRACDEPOS " TO CAT-TIPO.
037261     MOVE WS-NOMBRE-GEN-FRA TO CAT-NOMBRE.
037262     PERFORM 6000-ANOTAR-EN-CATALOGO
037263         THRU 6000-ANOTAR-EN-CATALOGO-EXIT.
037264
037265     DISPLAY "AVISO RESGUARDADO EN " WS-NOMBRE-GEN-FRA.
037266
037267 5000-ARCHIVAR-FRACCION-EXIT.
037268     EXIT.
037269
037270******************************************************************
037271* 5100-COPIAR-LINEA-FRACCION - COPIA UN RENGLON DEL AVISO.
037272******************************************************************
037273 5100-COPIAR-LINEA-FRACCION.
037274
037275     READ ARCH-FRACCION
037276         AT END
037277             SET FIN-DE-ENTRADA TO TRUE
037278             GO TO 5100-COPIAR-LINEA-FRACCION-EXIT
037279     END-READ.
037280
037281     IF FS-FRACCION NOT = "00" AND FS-FRACCION NOT = "06"
037282         DISPLAY "ERROR AL LEER EL AVISO AL DEPOSITO. ESTADO: "
037283             FS-FRACCION
037284         MOVE 16 TO RETURN-CODE
037285         STOP RUN.
037286
037287     WRITE GEN-FRA-REG FROM FRA-REG.
037288     IF FS-GEN-FRACCION NOT = "00"
037289         DISPLAY "ERROR AL GRABAR LA GENERACION DEL AVISO. "
037290             "ESTADO: " FS-GEN-FRACCION
037291         MOVE 16 TO RETURN-CODE
037292         STOP RUN.
037293
037294     ADD 1 TO WS-LINEAS-FRACCION.
037295
037296 5100-COPIAR-LINEA-FRACCION-EXIT.
037297     EXIT.
037298
037300******************************************************************
037400* 6000-ANOTAR-EN-CATALOGO - AGREGA LA GENERACION A LA TABLA DEL
037500* CATALOGO. SI YA ESTABA ANOTADA (LA CORRIDA SE REPITIO EN EL
047000         WS-LINEAS-AUDITORIA.
047010     DISPLAY "RENGLONES MARCADOS RESGUARDADOS.: "
047020         WS-LINEAS-MARCADA.
047021     DISPLAY "RENGLONES DEL AVISO RESGUARDADOS: "
047022         WS-LINEAS-FRACCION.
047100     DISPLAY "ENTRADAS EN EL CATALOGO.........: "
047200         WS-CANT-CATALOGO.
047300
