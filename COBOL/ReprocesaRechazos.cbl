002400*                  CONTROL RETIPEABA A MANO CADA ARTICULO
002500*                  RECHAZADO, Y LA MITAD DE LAS VECES SE
002600*                  OLVIDABA.
002601* 2026-10-14 JFR   SE CONSULTA LA TABLA DE MOTIVOS: UN RENGLON
002602*                  CUYO MOTIVO ESTA MARCADO COMO NO RECICLABLE
002603*                  PASA DIRECTO A LOS RECHAZOS DEFINITIVOS, Y
002604*                  CADA RENGLON DEL LISTADO LLEVA DEBAJO LA
002605*                  DESCRIPCION DE SU MOTIVO.
002606* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
002607*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
002608*                  ENCABEZADO DEL REPORTE.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. REPRECHAZOS.
006500     SELECT LISTADO ASSIGN TO RECHAZODURO
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FS-LISTADO.
006701
006702     SELECT MAESTRO-MOTIVOS ASSIGN TO MOTIVOS
006703         ORGANIZATION IS INDEXED
006704         ACCESS MODE IS RANDOM
006705         RECORD KEY IS MOT-CODIGO
006706         FILE STATUS IS FS-MOTIVOS.
006707
006708     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
006709         ORGANIZATION IS INDEXED
006710         ACCESS MODE IS RANDOM
006711         RECORD KEY IS CAL-FECHA
006712         FILE STATUS IS FS-CALENDARIO.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
013300     LABEL RECORDS ARE STANDARD
013400     RECORD CONTAINS 80 CHARACTERS.
013500 01  LINEA-LISTADO                  PIC X(80).
013501
013502 FD  MAESTRO-MOTIVOS
013503     LABEL RECORDS ARE STANDARD
013504     RECORD CONTAINS 35 CHARACTERS.
013505 01  MOT-REG.
013506     05  MOT-CODIGO                 PIC X(03).
013507     05  MOT-DESCRIPCION            PIC X(30).
013508     05  MOT-CATEGORIA              PIC X(01).
013509         88  MOT-CORREGIBLE                    VALUE 'C'.
013510         88  MOT-DE-PRECIOS                    VALUE 'P'.
013511         88  MOT-DEFINITIVO                    VALUE 'D'.
013512     05  MOT-RECICLA                PIC X(01).
013513         88  MOT-SE-RECICLA                    VALUE 'S'.
013514         88  MOT-NO-SE-RECICLA                 VALUE 'N'.
013600
013601******************************************************************
013602* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
013603******************************************************************
013604 FD  ARCH-CALENDARIO
013605     LABEL RECORDS ARE STANDARD
013606     RECORD CONTAINS 40 CHARACTERS.
013607 01  CAL-REG.
013608     05  CAL-FECHA                  PIC 9(08).
013609     05  CAL-DESCRIPCION            PIC X(30).
013610     05  FILLER                     PIC X(02).
013611
013700 WORKING-STORAGE SECTION.
013800
013900******************************************************************
015100 77  WS-SW-HALLADO               PIC X(01) VALUE 'N'.
015200     88  ENTRADA-HALLADA                   VALUE 'S'.
015300     88  ENTRADA-NO-HALLADA                VALUE 'N'.
015301 77  WS-SW-MOTIVOS               PIC X(01) VALUE 'N'.
015302     88  MOTIVOS-DISPONIBLE                VALUE 'S'.
015303     88  MOTIVOS-NO-DISPONIBLE             VALUE 'N'.
015304 77  WS-SW-MOTIVO                PIC X(01) VALUE 'S'.
015305     88  MOTIVO-CATALOGADO                 VALUE 'S'.
015306     88  MOTIVO-NO-CATALOGADO              VALUE 'N'.
015307 77  WS-SW-RECICLA               PIC X(01) VALUE 'S'.
015308     88  MOTIVO-RECICLABLE                 VALUE 'S'.
015309     88  MOTIVO-NO-RECICLABLE              VALUE 'N'.
015310 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
015311     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
015312     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
015313 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
015314     88  DIA-HABIL                         VALUE 'S'.
015315     88  DIA-NO-HABIL                      VALUE 'N'.
015316 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
015317     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
015318     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
015400
015500******************************************************************
015600* CODIGOS DE ESTADO DE ARCHIVOS
016100 77  FS-REINTENTOS               PIC X(02) VALUE SPACES.
016200 77  FS-SALIDA                   PIC X(02) VALUE SPACES.
016300 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
016301 77  FS-MOTIVOS                  PIC X(02) VALUE SPACES.
016302 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
016303
016304******************************************************************
016305* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
016306* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
016307* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
016308* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
016309******************************************************************
016310 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
016311 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
016312 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
016313 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
016314 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
016400
016500******************************************************************
016600* TOPE DE REINTENTOS POR RENGLON: A LA TERCERA VEZ QUE PRECIOS
017700 77  WS-SIN-ARTICULO             PIC 9(06) VALUE ZERO COMP.
017800 77  WS-ARTICULOS-CARGADOS       PIC 9(06) VALUE ZERO COMP.
017900 77  WS-HASH-TRANSMISION         PIC 9(10) VALUE ZERO COMP.
017901 77  WS-NO-RECICLABLES           PIC 9(06) VALUE ZERO COMP.
017902
017903******************************************************************
017904* DESCRIPCION DEL MOTIVO BUSCADO EN LA TABLA DE MOTIVOS
017905******************************************************************
017906 77  WS-DESCRIPCION-MOTIVO       PIC X(30) VALUE SPACES.
017907 77  WS-CATEGORIA-MOTIVO         PIC X(10) VALUE SPACES.
018000
018100******************************************************************
018200* VISTA NUMERICA DEL CODIGO PARA EL HASH DE CONTROL
019100 77  WS-NUMERO-PAGINA            PIC 9(03) VALUE ZERO COMP.
019200 77  WS-LINEAS-EN-PAGINA         PIC 9(03) VALUE ZERO COMP.
019300 77  WS-MAX-LINEAS-PAGINA        PIC 9(03) VALUE 50 COMP.
019301 77  WS-LINEAS-DURO              PIC 9(03) VALUE ZERO COMP.
019400
019500 01  WS-FECHA-CORRIDA.
019600     05  WS-FC-ANIO              PIC 9(04).
023300     05  LD-INTENTOS             PIC Z9.
023400     05  FILLER                  PIC X(08) VALUE SPACES.
023500
023501 01  LIN-DESCRIPCION-MOTIVO.
023502     05  FILLER                  PIC X(27) VALUE SPACES.
023503     05  LDD-DESCRIPCION         PIC X(30).
023504     05  FILLER                  PIC X(03) VALUE SPACES.
023505     05  LDD-CATEGORIA           PIC X(10).
023506     05  FILLER                  PIC X(10) VALUE SPACES.
023507
023600 01  LIN-SIN-DUROS.
023700     05  FILLER                  PIC X(31) VALUE
023800             "  SIN RECHAZOS DEFINITIVOS HOY.".
024300     05  LT-CIFRA                PIC ZZZ,ZZ9.
024400     05  FILLER                  PIC X(43) VALUE SPACES.
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
028700         STOP RUN.
028800
028900     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
028901
028902     PERFORM 1900-VERIFICAR-DIA-CORRIDA
028903         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
029000
029100     PERFORM 3050-ENCABEZADO-LISTADO
029200         THRU 3050-ENCABEZADO-LISTADO-EXIT.
029700
029800     PERFORM 1100-ABRIR-REINTENTOS
029900         THRU 1100-ABRIR-REINTENTOS-EXIT.
029901
029902     PERFORM 1150-ABRIR-MOTIVOS THRU 1150-ABRIR-MOTIVOS-EXIT.
030000
030100     PERFORM 1200-CARGAR-RESOLUCION
030200         THRU 1200-CARGAR-RESOLUCION-EXIT.
034500 1100-ABRIR-REINTENTOS-EXIT.
034600     EXIT.
034700
034701******************************************************************
034702* 1150-ABRIR-MOTIVOS - ABRE LA TABLA DE MOTIVOS. SIN TABLA TODOS
034703* LOS RECHAZOS SE RECICLAN COMO ANTES Y EL LISTADO SALE SOLO CON
034704* EL CODIGO.
034705******************************************************************
034706 1150-ABRIR-MOTIVOS.
034707
034708     OPEN INPUT MAESTRO-MOTIVOS.
034709     IF FS-MOTIVOS = "35"
034710         SET MOTIVOS-NO-DISPONIBLE TO TRUE
034711         DISPLAY "NO HAY TABLA DE MOTIVOS: SE RECICLAN TODOS LOS "
034712             "RECHAZOS."
034713         GO TO 1150-ABRIR-MOTIVOS-EXIT.
034714     IF FS-MOTIVOS NOT = "00"
034715         DISPLAY "ERROR AL ABRIR LA TABLA DE MOTIVOS. ESTADO: "
034716             FS-MOTIVOS
034717         MOVE 16 TO RETURN-CODE
034718         STOP RUN.
034719
034720     SET MOTIVOS-DISPONIBLE TO TRUE.
034721
034722 1150-ABRIR-MOTIVOS-EXIT.
034723     EXIT.
034724
034800******************************************************************
034900* 1200-CARGAR-RESOLUCION - ARMA EL ARCHIVO DE TRABAJO QUE
035000* RESUELVE CADA CANTIDAD BASE A SU ARTICULO (LA CANTIDAD BASE ES
042000 1250-CARGAR-ARTICULO-EXIT.
042100     EXIT.
042200
042201******************************************************************
042202* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
042203* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
042204* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
042205******************************************************************
042206 1900-VERIFICAR-DIA-CORRIDA.
042207
042208     OPEN INPUT ARCH-CALENDARIO.
042209     IF FS-CALENDARIO = "35"
042210         SET CALENDARIO-NO-DISPONIBLE TO TRUE
042211     ELSE
042212         IF FS-CALENDARIO NOT = "00"
042213             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
042214                 FS-CALENDARIO
042215             MOVE 16 TO RETURN-CODE
042216             STOP RUN
042217         END-IF.
042218
042219     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
042220     PERFORM 1950-VERIFICAR-DIA-HABIL
042221         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
042222     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
042223     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
042224
042225     IF CALENDARIO-DISPONIBLE
042226         CLOSE ARCH-CALENDARIO.
042227
042228 1900-VERIFICAR-DIA-CORRIDA-EXIT.
042229     EXIT.
042230
042231******************************************************************
042232* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
042233* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
042234* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
042235******************************************************************
042236 1950-VERIFICAR-DIA-HABIL.
042237
042238     SET DIA-HABIL TO TRUE.
042239     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
042240
042241     COMPUTE WS-ENTERO-HABIL =
042242         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
042243     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
042244         REMAINDER WS-DIA-SEMANA.
042245
042246     IF WS-DIA-SEMANA = 6
042247         SET DIA-NO-HABIL TO TRUE
042248         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
042249         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
042250
042251     IF WS-DIA-SEMANA = 0
042252         SET DIA-NO-HABIL TO TRUE
042253         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
042254         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
042255
042256     IF CALENDARIO-NO-DISPONIBLE
042257         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
042258
042259     MOVE WS-FECHA-HABIL TO CAL-FECHA.
042260     READ ARCH-CALENDARIO
042261         INVALID KEY
042262             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
042263     END-READ.
042264
042265     IF FS-CALENDARIO NOT = "00"
042266         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
042267             FS-CALENDARIO
042268         MOVE 16 TO RETURN-CODE
042269         STOP RUN.
042270
042271     SET DIA-NO-HABIL TO TRUE.
042272     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
042273
042274 1950-VERIFICAR-DIA-HABIL-EXIT.
042275     EXIT.
042276
042300******************************************************************
042400* 2000-PROCESAR-MARCADA - UNA VUELTA DEL PROGRAMA: LEE UN RENGLON
042500* MARCADO Y LO DESPACHA SEGUN SU ESTADO. LOS ACEPTADOS LIMPIAN SU
045500******************************************************************
045600* 2100-TRATAR-RECHAZO - SUMA EL REINTENTO DEL RENGLON RECHAZADO.
045700* SI LLEGO AL TOPE PASA AL LISTADO DE RECHAZOS DEFINITIVOS; SI
045800* NO, SU ARTICULO ENTRA (UNA SOLA VEZ) AL LOTE DE RETRABAJO. UN
045801* MOTIVO QUE LA TABLA MARCA COMO NO RECICLABLE VA DIRECTO A LOS
045802* DEFINITIVOS; UN CODIGO QUE NO ESTA EN LA TABLA SE RECICLA.
045900******************************************************************
046000 2100-TRATAR-RECHAZO.
046100
046400     PERFORM 2110-ACTUALIZAR-REINTENTO
046500         THRU 2110-ACTUALIZAR-REINTENTO-EXIT.
046600
046601     PERFORM 3700-BUSCAR-MOTIVO THRU 3700-BUSCAR-MOTIVO-EXIT.
046602
046603     IF MOTIVO-NO-RECICLABLE
046604         ADD 1 TO WS-RECHAZOS-DEFINITIVOS
046605         ADD 1 TO WS-NO-RECICLABLES
046606         MOVE "MOTIVO NO RECICLABLE    " TO LD-TEXTO
046607         PERFORM 3800-LISTAR-DURO THRU 3800-LISTAR-DURO-EXIT
046608         GO TO 2100-TRATAR-RECHAZO-EXIT.
046609
046700     IF REI-INTENTOS NOT < WS-MAX-INTENTOS
046800         ADD 1 TO WS-RECHAZOS-DEFINITIVOS
046900         MOVE "AGOTO SUS REINTENTOS    " TO LD-TEXTO
061500         WRITE LINEA-LISTADO FROM LIN-BLANCO.
061600
061700     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
061701     IF CORRIDA-EN-DIA-NO-HABIL
061702         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
061800     WRITE LINEA-LISTADO FROM LIN-BLANCO.
061900     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
062000
062100 3050-ENCABEZADO-LISTADO-EXIT.
062200     EXIT.
062300
062301******************************************************************
062302* 3700-BUSCAR-MOTIVO - BUSCA EN LA TABLA DE MOTIVOS EL CODIGO DEL
062303* RENGLON RECHAZADO Y DEJA SU DESCRIPCION, SU CATEGORIA Y SI SE
062304* RECICLA. SIN TABLA, SIN CODIGO O CON UN CODIGO QUE NO ESTA EN
062305* LA TABLA, EL RENGLON SE RECICLA.
062306******************************************************************
062307 3700-BUSCAR-MOTIVO.
062308
062309     SET MOTIVO-CATALOGADO TO TRUE.
062310     SET MOTIVO-RECICLABLE TO TRUE.
062311     MOVE SPACES TO WS-DESCRIPCION-MOTIVO.
062312     MOVE SPACES TO WS-CATEGORIA-MOTIVO.
062313
062314     IF MOTIVOS-NO-DISPONIBLE OR MRC-MOTIVO = SPACES
062315         GO TO 3700-BUSCAR-MOTIVO-EXIT.
062316
062317     MOVE MRC-MOTIVO TO MOT-CODIGO.
062318
062319     READ MAESTRO-MOTIVOS
062320         INVALID KEY
062321             SET MOTIVO-NO-CATALOGADO TO TRUE
062322             MOVE "** MOTIVO NO CATALOGADO **"
062323                 TO WS-DESCRIPCION-MOTIVO
062324             GO TO 3700-BUSCAR-MOTIVO-EXIT
062325     END-READ.
062326
062327     IF FS-MOTIVOS NOT = "00"
062328         DISPLAY "ERROR AL LEER LA TABLA DE MOTIVOS. ESTADO: "
062329             FS-MOTIVOS
062330         MOVE 16 TO RETURN-CODE
062331         STOP RUN.
062332
062333     MOVE MOT-DESCRIPCION TO WS-DESCRIPCION-MOTIVO.
062334
062335     EVALUATE TRUE
062336         WHEN MOT-CORREGIBLE
062337             MOVE "CORREGIBLE" TO WS-CATEGORIA-MOTIVO
062338         WHEN MOT-DE-PRECIOS
062339             MOVE "DE PRECIOS" TO WS-CATEGORIA-MOTIVO
062340         WHEN MOT-DEFINITIVO
062341             MOVE "DEFINITIVO" TO WS-CATEGORIA-MOTIVO
062342         WHEN OTHER
062343             MOVE MOT-CATEGORIA TO WS-CATEGORIA-MOTIVO
062344     END-EVALUATE.
062345
062346     IF MOT-NO-SE-RECICLA
062347         SET MOTIVO-NO-RECICLABLE TO TRUE.
062348
062349 3700-BUSCAR-MOTIVO-EXIT.
062350     EXIT.
062351
062400******************************************************************
062500* 3800-LISTAR-DURO - DEJA EN EL LISTADO EL RENGLON DEL RECHAZO
062600* QUE NO SE RECICLA, CON EL TEXTO YA ARMADO EN LD-TEXTO. SI TIENE
062601* CODIGO DE MOTIVO Y HAY TABLA, DEBAJO VA SU DESCRIPCION; LOS DOS
062602* RENGLONES QUEDAN EN LA MISMA PAGINA.
062700******************************************************************
062800 3800-LISTAR-DURO.
062900
062901     MOVE 1 TO WS-LINEAS-DURO.
062902     IF MRC-MOTIVO NOT = SPACES AND MOTIVOS-DISPONIBLE
062903         MOVE 2 TO WS-LINEAS-DURO.
062904
063000     IF WS-LINEAS-EN-PAGINA + WS-LINEAS-DURO >
063001             WS-MAX-LINEAS-PAGINA
063100         PERFORM 3050-ENCABEZADO-LISTADO
063200             THRU 3050-ENCABEZADO-LISTADO-EXIT.
063300
063800
063900     WRITE LINEA-LISTADO FROM LIN-DETALLE-DURO.
064000     ADD 1 TO WS-LINEAS-EN-PAGINA.
064001
064002     IF WS-LINEAS-DURO > 1
064003         MOVE WS-DESCRIPCION-MOTIVO TO LDD-DESCRIPCION
064004         MOVE WS-CATEGORIA-MOTIVO   TO LDD-CATEGORIA
064005         WRITE LINEA-LISTADO FROM LIN-DESCRIPCION-MOTIVO
064006         ADD 1 TO WS-LINEAS-EN-PAGINA.
064100
064200 3800-LISTAR-DURO-EXIT.
064300     EXIT.
067400     CLOSE ARCH-MARCADA.
067500     CLOSE ARCH-REINTENTOS.
067600     CLOSE ARCH-RESOLUCION.
067601
067602     IF MOTIVOS-DISPONIBLE
067603         CLOSE MAESTRO-MOTIVOS.
067700
067800     IF WS-RECHAZOS-DEFINITIVOS = ZERO AND WS-SIN-ARTICULO = ZERO
067900         WRITE LINEA-LISTADO FROM LIN-SIN-DUROS.
069100     MOVE "RECHAZOS DEFINITIVOS.......: " TO LT-CONCEPTO.
069200     MOVE WS-RECHAZOS-DEFINITIVOS TO LT-CIFRA.
069300     WRITE LINEA-LISTADO FROM LIN-TOTAL.
069301
069302     MOVE "  DE ELLOS POR NO RECICLABLE: " TO LT-CONCEPTO.
069303     MOVE WS-NO-RECICLABLES TO LT-CIFRA.
069304     WRITE LINEA-LISTADO FROM LIN-TOTAL.
069400
069500     MOVE "SIN ARTICULO EN EL MAESTRO.: " TO LT-CONCEPTO.
069600     MOVE WS-SIN-ARTICULO TO LT-CIFRA.
070500         WS-ARTICULOS-RECICLADOS.
070600     DISPLAY "RECHAZOS DEFINITIVOS.......: "
070700         WS-RECHAZOS-DEFINITIVOS.
070701     DISPLAY "  DE ELLOS POR NO RECICLABLE: " WS-NO-RECICLABLES.
070800     DISPLAY "SIN ARTICULO EN EL MAESTRO.: " WS-SIN-ARTICULO.
070900
071000 8000-FINALIZAR-EXIT.
