001715*                  FIGURAR EN EL ARCHIVO DE AUTORIZACIONES CON
001716*                  PERMISO DE MANTENIMIENTO. EL INTENTO DENEGADO
001717*                  TERMINA CON CODIGO 12 Y QUEDA EN LA AUDITORIA.
001718* 2026-10-14 JFR   CADA ALTA, BAJA Y CAMBIO DE PRECIO, CANTIDAD
001719*                  BASE O RANGO QUEDA EN LA HISTORIA DE PRECIOS
001720*                  (CLAVE CODIGO Y FECHA DE VIGENCIA) CON EL VALOR
001721*                  ANTERIOR, EL NUEVO, LA CORRIDA Y EL OPERADOR.
001722* 2026-10-14 JFR   SE ACOMPANIA EL ORIGEN DE LA ENTRADA EN LA
001723*                  AUDITORIA (REGISTRO DE 79).
001724* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
001725*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
001726*                  ENCABEZADO DEL REPORTE.
001727* 2026-10-14 JFR   CADA REGISTRO DE AUDITORIA LLEVA UNA SECUENCIA
001728*                  CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL
001729*                  DEL ANTERIOR (REGISTRO DE 96), TOMADOS DEL
001730*                  CONTROL DE SELLADO AUDSECCTL.
001731* 2026-10-14 JFR   EL REGISTRO DE AUTORIZACIONES LLEVA EL PERMISO
001732*                  DE RESGUARDO Y RESTAURACION DE LOS ARCHIVOS DE
001733*                  LA CADENA (REGISTRO DE 25).
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. MANTMAESTRO.
004392         ORGANIZATION IS LINE SEQUENTIAL
004393         FILE STATUS IS FS-AUDITORIA.
004400
004401     SELECT ARCH-HISTPRECIOS ASSIGN TO HISTPRECIOS
004402         ORGANIZATION IS INDEXED
004403         ACCESS MODE IS RANDOM
004404         RECORD KEY IS HPR-CLAVE
004405         FILE STATUS IS FS-HISTPRECIOS.
004406
004407     SELECT ARCH-CORRIDA ASSIGN TO CORRIDACTL
004408         ORGANIZATION IS LINE SEQUENTIAL
004409         FILE STATUS IS FS-CORRIDA.
004410
004411     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
004412         ORGANIZATION IS INDEXED
004413         ACCESS MODE IS RANDOM
004414         RECORD KEY IS CAL-FECHA
004415         FILE STATUS IS FS-CALENDARIO.
004416
004417     SELECT ARCH-SECUENCIA-AUD ASSIGN TO AUDSECCTL
004418         ORGANIZATION IS LINE SEQUENTIAL
004419         FILE STATUS IS FS-SECUENCIA-AUD.
004420
004500 DATA DIVISION.
004600 FILE SECTION.
004700
007360
007361 FD  ARCH-AUTORIZA
007362     LABEL RECORDS ARE STANDARD
007363     RECORD CONTAINS 25 CHARACTERS.
007364 01  AUT-REG.
007365     05  AUT-OPERADOR               PIC X(20).
007366     05  AUT-MANTENIMIENTO          PIC X(01).
007367     05  AUT-LIBERACION             PIC X(01).
007368     05  AUT-DIVISION               PIC X(01).
007369     05  AUT-DEPURACION             PIC X(01).
007370     05  AUT-RESGUARDO              PIC X(01).
007371 FD  ARCH-AUDITORIA
007372     LABEL RECORDS ARE STANDARD
007373     RECORD CONTAINS 96 CHARACTERS.
007374 01  AUD-REG.
007375     05  AUD-FECHA                  PIC 9(08).
007376     05  AUD-HORA                   PIC 9(08).
007380     05  AUD-RESULTADO              PIC 9(08).
007381     05  AUD-ENTRADA                PIC X(05).
007382     05  AUD-CORRIDA                PIC 9(06).
007383     05  AUD-ORIGEN                 PIC X(10).
007384     05  AUD-SECUENCIA              PIC 9(08).
007385     05  AUD-VERIFICADOR            PIC 9(09).
007400
007401******************************************************************
007402* HISTORIA DE PRECIOS: UN REGISTRO POR ARTICULO Y FECHA DE
007403* VIGENCIA, CON LOS VALORES ANTERIORES Y NUEVOS DEL CAMBIO.
007404******************************************************************
007405 FD  ARCH-HISTPRECIOS
007406     LABEL RECORDS ARE STANDARD
007407     RECORD CONTAINS 77 CHARACTERS.
007408 01  HPR-REG.
007409     05  HPR-CLAVE.
007410         10  HPR-CODIGO             PIC X(04).
007411         10  HPR-FECHA-VIGENCIA     PIC 9(08).
007412     05  HPR-TIPO                   PIC X(01).
007413         88  HPR-ALTA                          VALUE 'A'.
007414         88  HPR-CAMBIO                        VALUE 'M'.
007415         88  HPR-BAJA                          VALUE 'B'.
007416     05  HPR-PRECIO-ANT             PIC 9(05)V99.
007417     05  HPR-PRECIO-NVO             PIC 9(05)V99.
007418     05  HPR-CANTIDAD-ANT           PIC 9(04).
007419     05  HPR-CANTIDAD-NVO           PIC 9(04).
007420     05  HPR-RANGO-BAJO-ANT         PIC 9(04).
007421     05  HPR-RANGO-ALTO-ANT         PIC 9(04).
007422     05  HPR-RANGO-BAJO-NVO         PIC 9(04).
007423     05  HPR-RANGO-ALTO-NVO         PIC 9(04).
007424     05  HPR-CORRIDA                PIC 9(06).
007425     05  HPR-OPERADOR               PIC X(20).
007426
007427 FD  ARCH-CORRIDA
007428     LABEL RECORDS ARE STANDARD
007429     RECORD CONTAINS 06 CHARACTERS.
007430 01  CRR-REG.
007431     05  CRR-NUMERO-CORRIDA         PIC 9(06).
007432
007433******************************************************************
007434* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
007435******************************************************************
007436 FD  ARCH-CALENDARIO
007437     LABEL RECORDS ARE STANDARD
007438     RECORD CONTAINS 40 CHARACTERS.
007439 01  CAL-REG.
007440     05  CAL-FECHA                  PIC 9(08).
007441     05  CAL-DESCRIPCION            PIC X(30).
007442     05  FILLER                     PIC X(02).
007443
007444******************************************************************
007445* CONTROL DE SELLADO DE LA AUDITORIA: ULTIMA SECUENCIA GRABADA, SU
007446* VERIFICADOR Y LA FECHA EN QUE EMPEZO EL RASTRO SELLADO
007447******************************************************************
007448 FD  ARCH-SECUENCIA-AUD
007449     LABEL RECORDS ARE STANDARD
007450     RECORD CONTAINS 25 CHARACTERS.
007451 01  ASC-REG.
007452     05  ASC-SECUENCIA              PIC 9(08).
007453     05  ASC-VERIFICADOR            PIC 9(09).
007454     05  ASC-FECHA-INICIO           PIC 9(08).
007455
007500 WORKING-STORAGE SECTION.
007600
007700******************************************************************
008550 77  WS-SW-FIN-AUTORIZA          PIC X(01) VALUE 'N'.
008560     88  FIN-DE-AUTORIZA                   VALUE 'S'.
008570     88  NO-FIN-DE-AUTORIZA                VALUE 'N'.
008571 77  WS-SW-REGISTRO-DEL-DIA      PIC X(01) VALUE 'N'.
008572     88  HAY-REGISTRO-DEL-DIA              VALUE 'S'.
008573     88  NO-HAY-REGISTRO-DEL-DIA           VALUE 'N'.
008574 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
008575     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
008576     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
008577 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
008578     88  DIA-HABIL                         VALUE 'S'.
008579     88  DIA-NO-HABIL                      VALUE 'N'.
008580 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
008581     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
008582     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
008583 77  WS-SW-SELLO                 PIC X(01) VALUE 'N'.
008584     88  SELLO-CARGADO                     VALUE 'S'.
008585     88  SELLO-NO-CARGADO                  VALUE 'N'.
008600
008700******************************************************************
008800* CODIGOS DE ESTADO DE ARCHIVOS
009210 77  FS-PENDIENTES               PIC X(02) VALUE SPACES.
009220 77  FS-AUTORIZA                 PIC X(02) VALUE SPACES.
009230 77  FS-AUDITORIA                PIC X(02) VALUE SPACES.
009231 77  FS-HISTPRECIOS              PIC X(02) VALUE SPACES.
009232 77  FS-CORRIDA                  PIC X(02) VALUE SPACES.
009233 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
009234 77  FS-SECUENCIA-AUD            PIC X(02) VALUE SPACES.
009235
009236******************************************************************
009237* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
009238* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
009239* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
009240* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
009241******************************************************************
009242 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
009243 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
009244 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
009245 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
009246 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
009247
009248******************************************************************
009249* SELLADO DE LA AUDITORIA: CADA REGISTRO LLEVA UNA SECUENCIA
009250* CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL DEL REGISTRO
009251* ANTERIOR. EL VALOR DE CADA CARACTER SE TOMA REDEFINIENDO COMO
009252* BINARIO UN PAR DE BYTES CUYO PRIMER BYTE VALE CERO.
009253******************************************************************
009254 77  WS-SELLO-SECUENCIA          PIC 9(08) VALUE ZERO.
009255 77  WS-SELLO-VERIFICADOR        PIC 9(09) VALUE ZERO.
009256 77  WS-SELLO-FECHA-INICIO       PIC 9(08) VALUE ZERO.
009257 77  WS-SELLO-ACUMULADO          PIC 9(11) VALUE ZERO COMP.
009258 77  WS-SELLO-COCIENTE           PIC 9(11) VALUE ZERO COMP.
009259 77  WS-SELLO-IND                PIC 9(04) VALUE ZERO COMP.
009260 77  WS-SELLO-LARGO              PIC 9(04) VALUE 87 COMP.
009261 01  WS-SELLO-REGISTRO.
009262     05  WS-SELLO-CAR            PIC X(01) OCCURS 96 TIMES.
009263 01  WS-SELLO-PAR.
009264     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
009265     05  WS-SELLO-CARACTER       PIC X(01) VALUE LOW-VALUE.
009266 01  WS-SELLO-VALOR REDEFINES WS-SELLO-PAR
009267                                 PIC 9(04) COMP.
009300
009400******************************************************************
009500* CONTADORES DE CONTROL DE LA CORRIDA
010400 77  WS-MOTIVO-RECHAZO           PIC X(23) VALUE SPACES.
010410 77  WS-OPERADOR                 PIC X(20) VALUE SPACES.
010420 77  WS-HORA-CORRIDA             PIC 9(08) VALUE ZERO.
010421 77  WS-CORRIDA-ACTUAL           PIC 9(06) VALUE ZERO.
010422
010423******************************************************************
010424* VALORES DEL ARTICULO ANTES Y DESPUES DE LA TRANSACCION, PARA LA
010425* HISTORIA DE PRECIOS
010426******************************************************************
010427 01  WS-VALORES-ANTERIORES.
010428     05  WS-ANT-PRECIO           PIC 9(05)V99.
010429     05  WS-ANT-CANTIDAD         PIC 9(04).
010430     05  WS-ANT-RANGO-BAJO       PIC 9(04).
010431     05  WS-ANT-RANGO-ALTO       PIC 9(04).
010432 01  WS-VALORES-NUEVOS.
010433     05  WS-NVO-PRECIO           PIC 9(05)V99.
010434     05  WS-NVO-CANTIDAD         PIC 9(04).
010435     05  WS-NVO-RANGO-BAJO       PIC 9(04).
010436     05  WS-NVO-RANGO-ALTO       PIC 9(04).
010500
010600******************************************************************
010700* CONTROL DEL LISTADO IMPRESO
017850     05  LTOT-DIFERIDAS                  PIC ZZZ,ZZ9.
017860     05  FILLER                  PIC X(43) VALUE SPACES.
017900
017901 01  LIN-DIA-NO-HABIL.
017902     05  FILLER                  PIC X(29) VALUE
017903             "*** CORRIDA EN DIA NO HABIL: ".
017904     05  LNH-MOTIVO              PIC X(30).
017905     05  FILLER                  PIC X(21) VALUE SPACES.
017906
018000 PROCEDURE DIVISION.
018100
018200******************************************************************
020300
020310     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
020320     ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
020321
020322     PERFORM 1900-VERIFICAR-DIA-CORRIDA
020323         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
020330
020340     PERFORM 1080-VERIFICAR-AUTORIZACION
020350         THRU 1080-VERIFICAR-AUTORIZACION-EXIT.
022470         MOVE 16 TO RETURN-CODE
022480         STOP RUN.
022490
022491     PERFORM 1120-ABRIR-HISTPRECIOS
022492         THRU 1120-ABRIR-HISTPRECIOS-EXIT.
022493
022494     PERFORM 1200-LEER-CORRIDA THRU 1200-LEER-CORRIDA-EXIT.
022495
022700     PERFORM 3050-ENCABEZADO-LISTADO
022800         THRU 3050-ENCABEZADO-LISTADO-EXIT.
022900
023192     MOVE ZERO             TO AUD-RESULTADO.
023193     MOVE "MANT "          TO AUD-ENTRADA.
023194     MOVE ZERO             TO AUD-CORRIDA.
023195     MOVE SPACES           TO AUD-ORIGEN.
023196     OPEN EXTEND ARCH-AUDITORIA.
023197     IF FS-AUDITORIA = "35"
023198         OPEN OUTPUT ARCH-AUDITORIA.
023199     IF FS-AUDITORIA = "00" OR FS-AUDITORIA = "05"
023200         PERFORM 9180-GRABAR-SELLADO THRU 9180-GRABAR-SELLADO-EXIT
023201         CLOSE ARCH-AUDITORIA.
023202
023203     MOVE 12 TO RETURN-CODE.
025300 1100-CREAR-MAESTRO-EXIT.
025400     EXIT.
025500
025501******************************************************************
025502* 1120-ABRIR-HISTPRECIOS - ABRE LA HISTORIA DE PRECIOS PARA
025503* ACTUALIZACION. SI TODAVIA NO EXISTE SE CREA VACIA.
025504******************************************************************
025505 1120-ABRIR-HISTPRECIOS.
025506
025507     OPEN I-O ARCH-HISTPRECIOS.
025508     IF FS-HISTPRECIOS = "00"
025509         GO TO 1120-ABRIR-HISTPRECIOS-EXIT.
025510
025511     IF FS-HISTPRECIOS NOT = "35"
025512         DISPLAY "ERROR AL ABRIR LA HISTORIA DE PRECIOS. "
025513             "ESTADO: " FS-HISTPRECIOS
025514         MOVE 16 TO RETURN-CODE
025515         STOP RUN.
025516
025517     OPEN OUTPUT ARCH-HISTPRECIOS.
025518     IF FS-HISTPRECIOS NOT = "00"
025519         DISPLAY "ERROR AL CREAR LA HISTORIA DE PRECIOS. "
025520             "ESTADO: " FS-HISTPRECIOS
025521         MOVE 16 TO RETURN-CODE
025522         STOP RUN.
025523
025524     CLOSE ARCH-HISTPRECIOS.
025525
025526     OPEN I-O ARCH-HISTPRECIOS.
025527     IF FS-HISTPRECIOS NOT = "00"
025528         DISPLAY "ERROR AL REABRIR LA HISTORIA DE PRECIOS. "
025529             "ESTADO: " FS-HISTPRECIOS
025530         MOVE 16 TO RETURN-CODE
025531         STOP RUN.
025532
025533 1120-ABRIR-HISTPRECIOS-EXIT.
025534     EXIT.
025535
025536******************************************************************
025537* 1200-LEER-CORRIDA - TOMA EL NUMERO DE LA ULTIMA CORRIDA DE
025538* MULTIPLICACION PARA LA HISTORIA DE PRECIOS: EL VALOR NUEVO RIGE
025539* DESDE LA CORRIDA SIGUIENTE. SI EL CONTROL DE CORRIDAS TODAVIA NO
025540* EXISTE, LOS CAMBIOS QUEDAN CON CORRIDA CERO.
025541******************************************************************
025542 1200-LEER-CORRIDA.
025543
025544     OPEN INPUT ARCH-CORRIDA.
025545     IF FS-CORRIDA = "35"
025546         GO TO 1200-LEER-CORRIDA-EXIT.
025547     IF FS-CORRIDA NOT = "00"
025548         DISPLAY "ERROR AL ABRIR EL CONTROL DE CORRIDAS. "
025549             "ESTADO: " FS-CORRIDA
025550         MOVE 16 TO RETURN-CODE
025551         STOP RUN.
025552
025553     READ ARCH-CORRIDA
025554         AT END
025555             CONTINUE
025556         NOT AT END
025557             MOVE CRR-NUMERO-CORRIDA TO WS-CORRIDA-ACTUAL
025558     END-READ.
025559
025560     CLOSE ARCH-CORRIDA.
025561
025562 1200-LEER-CORRIDA-EXIT.
025563     EXIT.
025564
025600******************************************************************
025601* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
025602* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
025603* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
025604******************************************************************
025605 1900-VERIFICAR-DIA-CORRIDA.
025606
025607     OPEN INPUT ARCH-CALENDARIO.
025608     IF FS-CALENDARIO = "35"
025609         SET CALENDARIO-NO-DISPONIBLE TO TRUE
025610     ELSE
025611         IF FS-CALENDARIO NOT = "00"
025612             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
025613                 FS-CALENDARIO
025614             MOVE 16 TO RETURN-CODE
025615             STOP RUN
025616         END-IF.
025617
025618     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
025619     PERFORM 1950-VERIFICAR-DIA-HABIL
025620         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
025621     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
025622     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
025623
025624     IF CALENDARIO-DISPONIBLE
025625         CLOSE ARCH-CALENDARIO.
025626
025627 1900-VERIFICAR-DIA-CORRIDA-EXIT.
025628     EXIT.
025629
025630******************************************************************
025631* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
025632* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
025633* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
025634******************************************************************
025635 1950-VERIFICAR-DIA-HABIL.
025636
025637     SET DIA-HABIL TO TRUE.
025638     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
025639
025640     COMPUTE WS-ENTERO-HABIL =
025641         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
025642     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
025643         REMAINDER WS-DIA-SEMANA.
025644
025645     IF WS-DIA-SEMANA = 6
025646         SET DIA-NO-HABIL TO TRUE
025647         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
025648         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
025649
025650     IF WS-DIA-SEMANA = 0
025651         SET DIA-NO-HABIL TO TRUE
025652         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
025653         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
025654
025655     IF CALENDARIO-NO-DISPONIBLE
025656         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
025657
025658     MOVE WS-FECHA-HABIL TO CAL-FECHA.
025659     READ ARCH-CALENDARIO
025660         INVALID KEY
025661             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
025662     END-READ.
025663
025664     IF FS-CALENDARIO NOT = "00"
025665         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
025666             FS-CALENDARIO
025667         MOVE 16 TO RETURN-CODE
025668         STOP RUN.
025669
025670     SET DIA-NO-HABIL TO TRUE.
025671     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
025672
025673 1950-VERIFICAR-DIA-HABIL-EXIT.
025674     EXIT.
025675
025676******************************************************************
025700* 2000-PROCESAR-TRANSACCION - UNA VUELTA DEL PROGRAMA: LEE UNA
025800* TRANSACCION, LA VALIDA, LA APLICA AL MAESTRO Y DEJA EL RENGLON
025900* CORRESPONDIENTE EN EL LISTADO DE ACTUALIZACION.
037011         MOVE ZERO TO ART-RANGO-ALTO
037012     ELSE
037013         MOVE TRA-RANGO-ALTO-NUM TO ART-RANGO-ALTO.
037014
037015     MOVE ZEROS TO WS-VALORES-ANTERIORES.
037200
037300     WRITE ART-REG
037400         INVALID KEY
037500             MOVE "CODIGO YA EXISTE" TO WS-MOTIVO-RECHAZO
037600         NOT INVALID KEY
037700             SET TRANS-APLICADA TO TRUE
037701             PERFORM 3500-REGISTRAR-PRECIO
037702                 THRU 3500-REGISTRAR-PRECIO-EXIT
037800     END-WRITE.
037900
038000 3100-APLICAR-ALTA-EXIT.
039500             GO TO 3200-APLICAR-CAMBIO-EXIT
039600     END-READ.
039700
039701     MOVE ART-PRECIO-UNITARIO TO WS-ANT-PRECIO.
039702     MOVE ART-CANTIDAD-BASE   TO WS-ANT-CANTIDAD.
039703     MOVE ART-RANGO-BAJO      TO WS-ANT-RANGO-BAJO.
039704     MOVE ART-RANGO-ALTO      TO WS-ANT-RANGO-ALTO.
039705
039800     IF TRA-DESCRIPCION NOT = SPACES
039900         MOVE TRA-DESCRIPCION TO ART-DESCRIPCION.
040000
040600             MOVE "CODIGO INEXISTENTE" TO WS-MOTIVO-RECHAZO
040700         NOT INVALID KEY
040800             SET TRANS-APLICADA TO TRUE
040801             PERFORM 3500-REGISTRAR-PRECIO
040802                 THRU 3500-REGISTRAR-PRECIO-EXIT
040900     END-REWRITE.
041000
041100 3200-APLICAR-CAMBIO-EXIT.
041200     EXIT.
041300
041400******************************************************************
041500* 3300-APLICAR-BAJA - ELIMINA UN ARTICULO DEL MAESTRO. SE LEE
041510* ANTES PARA GUARDAR SUS ULTIMOS VALORES EN LA HISTORIA DE
041520* PRECIOS.
041600******************************************************************
041700 3300-APLICAR-BAJA.
041800
041900     MOVE TRA-CODIGO TO ART-CODIGO.
042000
042001     READ MAESTRO-ARTICULOS
042002         INVALID KEY
042003             MOVE "CODIGO INEXISTENTE" TO WS-MOTIVO-RECHAZO
042004             GO TO 3300-APLICAR-BAJA-EXIT
042005     END-READ.
042006
042007     MOVE ART-PRECIO-UNITARIO TO WS-ANT-PRECIO.
042008     MOVE ART-CANTIDAD-BASE   TO WS-ANT-CANTIDAD.
042009     MOVE ART-RANGO-BAJO      TO WS-ANT-RANGO-BAJO.
042010     MOVE ART-RANGO-ALTO      TO WS-ANT-RANGO-ALTO.
042011
042100     DELETE MAESTRO-ARTICULOS RECORD
042200         INVALID KEY
042300             MOVE "CODIGO INEXISTENTE" TO WS-MOTIVO-RECHAZO
042400         NOT INVALID KEY
042500             SET TRANS-APLICADA TO TRUE
042501             PERFORM 3500-REGISTRAR-PRECIO
042502                 THRU 3500-REGISTRAR-PRECIO-EXIT
042600     END-DELETE.
042700
042800 3300-APLICAR-BAJA-EXIT.
042982     EXIT.
042983
043000
043001******************************************************************
043002* 3500-REGISTRAR-PRECIO - DEJA EN LA HISTORIA DE PRECIOS EL CAMBIO
043003* RECIEN APLICADO AL MAESTRO: PRECIO, CANTIDAD BASE Y RANGO,
043004* ANTERIORES Y NUEVOS, VIGENTES DESDE LA FECHA DE LA CORRIDA. UN
043005* CAMBIO QUE SOLO TOCA LA DESCRIPCION NO SE REGISTRA. UN SEGUNDO
043006* CAMBIO DEL MISMO DIA REGRABA EL REGISTRO DEL DIA: LOS VALORES
043007* ANTERIORES SIGUEN SIENDO LOS DEL PRIMERO.
043008******************************************************************
043009 3500-REGISTRAR-PRECIO.
043010
043011     IF TRA-BAJA
043012         MOVE ZEROS TO WS-VALORES-NUEVOS
043013     ELSE
043014         MOVE ART-PRECIO-UNITARIO TO WS-NVO-PRECIO
043015         MOVE ART-CANTIDAD-BASE   TO WS-NVO-CANTIDAD
043016         MOVE ART-RANGO-BAJO      TO WS-NVO-RANGO-BAJO
043017         MOVE ART-RANGO-ALTO      TO WS-NVO-RANGO-ALTO.
043018
043019     IF TRA-CAMBIO AND WS-VALORES-NUEVOS = WS-VALORES-ANTERIORES
043020         GO TO 3500-REGISTRAR-PRECIO-EXIT.
043021
043022     MOVE TRA-CODIGO           TO HPR-CODIGO.
043023     MOVE WS-FECHA-CORRIDA-NUM TO HPR-FECHA-VIGENCIA.
043024
043025     READ ARCH-HISTPRECIOS
043026         INVALID KEY
043027             SET NO-HAY-REGISTRO-DEL-DIA TO TRUE
043028         NOT INVALID KEY
043029             SET HAY-REGISTRO-DEL-DIA TO TRUE
043030     END-READ.
043031
043032     IF FS-HISTPRECIOS NOT = "00" AND FS-HISTPRECIOS NOT = "23"
043033         DISPLAY "ERROR AL LEER LA HISTORIA DE PRECIOS. "
043034             "ESTADO: " FS-HISTPRECIOS
043035         MOVE 16 TO RETURN-CODE
043036         STOP RUN.
043037
043038*    EN EL DIA, UN ALTA SEGUIDA DE CAMBIOS SIGUE SIENDO ALTA, Y
043039*    UNA BAJA SEGUIDA DE ALTA ES UN CAMBIO.
043040     EVALUATE TRUE
043041         WHEN NO-HAY-REGISTRO-DEL-DIA
043042             MOVE TRA-CODIGO           TO HPR-CODIGO
043043             MOVE WS-FECHA-CORRIDA-NUM TO HPR-FECHA-VIGENCIA
043044             MOVE TRA-TIPO             TO HPR-TIPO
043045             MOVE WS-ANT-PRECIO        TO HPR-PRECIO-ANT
043046             MOVE WS-ANT-CANTIDAD      TO HPR-CANTIDAD-ANT
043047             MOVE WS-ANT-RANGO-BAJO    TO HPR-RANGO-BAJO-ANT
043048             MOVE WS-ANT-RANGO-ALTO    TO HPR-RANGO-ALTO-ANT
043049         WHEN HPR-ALTA AND TRA-CAMBIO
043050             CONTINUE
043051         WHEN HPR-BAJA AND TRA-ALTA
043052             MOVE "M" TO HPR-TIPO
043053         WHEN OTHER
043054             MOVE TRA-TIPO TO HPR-TIPO
043055     END-EVALUATE.
043056
043057     MOVE WS-NVO-PRECIO     TO HPR-PRECIO-NVO.
043058     MOVE WS-NVO-CANTIDAD   TO HPR-CANTIDAD-NVO.
043059     MOVE WS-NVO-RANGO-BAJO TO HPR-RANGO-BAJO-NVO.
043060     MOVE WS-NVO-RANGO-ALTO TO HPR-RANGO-ALTO-NVO.
043061     MOVE WS-CORRIDA-ACTUAL TO HPR-CORRIDA.
043062     MOVE WS-OPERADOR       TO HPR-OPERADOR.
043063
043064     IF HAY-REGISTRO-DEL-DIA
043065         REWRITE HPR-REG
043066     ELSE
043067         WRITE HPR-REG.
043068
043069     IF FS-HISTPRECIOS NOT = "00"
043070         DISPLAY "ERROR AL GRABAR LA HISTORIA DE PRECIOS. "
043071             "ESTADO: " FS-HISTPRECIOS
043072         MOVE 16 TO RETURN-CODE
043073         STOP RUN.
043074
043075 3500-REGISTRAR-PRECIO-EXIT.
043076     EXIT.
043077
043100******************************************************************
043200* 3050-ENCABEZADO-LISTADO - ESCRIBE EL ENCABEZADO DE UNA NUEVA
043300* PAGINA DEL LISTADO DE ACTUALIZACION.
044700         WRITE LINEA-LISTADO FROM LIN-BLANCO.
044800
044900     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
044901     IF CORRIDA-EN-DIA-NO-HABIL
044902         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
045000     WRITE LINEA-LISTADO FROM LIN-BLANCO.
045100     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-2.
045200     WRITE LINEA-LISTADO FROM LIN-BLANCO.
050600     CLOSE MAESTRO-ARTICULOS.
050700     CLOSE LISTADO.
050710     CLOSE ARCH-PENDIENTES.
050720     CLOSE ARCH-HISTPRECIOS.
050800
050900 8000-FINALIZAR-EXIT.
051000     EXIT.
051001
051002******************************************************************
051003* 9100-SELLAR-AUDITORIA - NUMERA EL REGISTRO DE AUDITORIA YA
051004* ARMADO CON LA SECUENCIA SIGUIENTE Y LE CALCULA EL VERIFICADOR
051005* ENCADENADO CON EL DEL REGISTRO ANTERIOR. LA ULTIMA SECUENCIA Y
051006* EL ULTIMO VERIFICADOR SALEN DEL CONTROL DE SELLADO, COMUN A
051007* TODOS LOS PROGRAMAS QUE GRABAN AUDITORIA.
051008******************************************************************
051009 9100-SELLAR-AUDITORIA.
051010
051011     IF SELLO-NO-CARGADO
051012         PERFORM 9110-CARGAR-SELLO THRU 9110-CARGAR-SELLO-EXIT.
051013
051014     ADD 1 TO WS-SELLO-SECUENCIA.
051015     MOVE WS-SELLO-SECUENCIA TO AUD-SECUENCIA.
051016     MOVE ZERO               TO AUD-VERIFICADOR.
051017     MOVE AUD-REG            TO WS-SELLO-REGISTRO.
051018
051019     PERFORM 9150-ACUMULAR-CARACTER
051020         THRU 9150-ACUMULAR-CARACTER-EXIT
051021         VARYING WS-SELLO-IND FROM 1 BY 1
051022         UNTIL WS-SELLO-IND > WS-SELLO-LARGO.
051023
051024     MOVE WS-SELLO-VERIFICADOR TO AUD-VERIFICADOR.
051025
051026 9100-SELLAR-AUDITORIA-EXIT.
051027     EXIT.
051028
051029******************************************************************
051030* 9110-CARGAR-SELLO - LEE DEL CONTROL DE SELLADO LA ULTIMA
051031* SECUENCIA Y EL ULTIMO VERIFICADOR. SIN CONTROL EL SELLADO
051032* EMPIEZA DE CERO Y LA FECHA DEL REGISTRO QUEDA COMO INICIO DEL
051033* RASTRO SELLADO.
051034******************************************************************
051035 9110-CARGAR-SELLO.
051036
051037     MOVE ZERO      TO WS-SELLO-SECUENCIA.
051038     MOVE ZERO      TO WS-SELLO-VERIFICADOR.
051039     MOVE AUD-FECHA TO WS-SELLO-FECHA-INICIO.
051040     SET SELLO-CARGADO TO TRUE.
051041
051042     OPEN INPUT ARCH-SECUENCIA-AUD.
051043     IF FS-SECUENCIA-AUD = "35"
051044         GO TO 9110-CARGAR-SELLO-EXIT.
051045     IF FS-SECUENCIA-AUD NOT = "00"
051046         DISPLAY "ERROR AL ABRIR EL CONTROL DE SELLADO. ESTADO: "
051047             FS-SECUENCIA-AUD
051048         MOVE 16 TO RETURN-CODE
051049         STOP RUN.
051050
051051     READ ARCH-SECUENCIA-AUD
051052         AT END
051053             CLOSE ARCH-SECUENCIA-AUD
051054             GO TO 9110-CARGAR-SELLO-EXIT
051055     END-READ.
051056
051057     IF FS-SECUENCIA-AUD NOT = "00"
051058         DISPLAY "ERROR AL LEER EL CONTROL DE SELLADO. ESTADO: "
051059             FS-SECUENCIA-AUD
051060         MOVE 16 TO RETURN-CODE
051061         STOP RUN.
051062
051063     MOVE ASC-SECUENCIA    TO WS-SELLO-SECUENCIA.
051064     MOVE ASC-VERIFICADOR  TO WS-SELLO-VERIFICADOR.
051065     MOVE ASC-FECHA-INICIO TO WS-SELLO-FECHA-INICIO.
051066
051067     CLOSE ARCH-SECUENCIA-AUD.
051068
051069 9110-CARGAR-SELLO-EXIT.
051070     EXIT.
051100
051101******************************************************************
051102* 9150-ACUMULAR-CARACTER - SUMA UN CARACTER DEL REGISTRO AL
051103* VERIFICADOR: EL ACUMULADO POR 31 MAS EL VALOR DEL CARACTER,
051104* MODULO 999999937. SE RECORREN LOS 87 PRIMEROS CARACTERES, TODO
051105* EL REGISTRO MENOS EL PROPIO VERIFICADOR.
051106******************************************************************
051107 9150-ACUMULAR-CARACTER.
051108
051109     MOVE WS-SELLO-CAR (WS-SELLO-IND) TO WS-SELLO-CARACTER.
051110     COMPUTE WS-SELLO-ACUMULADO =
051111         WS-SELLO-VERIFICADOR * 31 + WS-SELLO-VALOR.
051112     DIVIDE WS-SELLO-ACUMULADO BY 999999937
051113         GIVING WS-SELLO-COCIENTE REMAINDER WS-SELLO-VERIFICADOR.
051114
051115 9150-ACUMULAR-CARACTER-EXIT.
051116     EXIT.
051117
051118******************************************************************
051119* 9170-GUARDAR-SELLO - DEJA EN EL CONTROL DE SELLADO LA SECUENCIA
051120* Y EL VERIFICADOR DEL REGISTRO RECIEN GRABADO. SI LA GRABACION DE
051121* LA AUDITORIA FALLO EL NUMERO NO SE CONSUME: EL CONTROL SE VUELVE
051122* A LEER PARA EL PROXIMO REGISTRO.
051123******************************************************************
051124 9170-GUARDAR-SELLO.
051125
051126     IF FS-AUDITORIA NOT = "00"
051127         SET SELLO-NO-CARGADO TO TRUE
051128         GO TO 9170-GUARDAR-SELLO-EXIT.
051129
051130     OPEN OUTPUT ARCH-SECUENCIA-AUD.
051131     IF FS-SECUENCIA-AUD NOT = "00"
051132         DISPLAY "ERROR AL REGRABAR EL CONTROL DE SELLADO. "
051133             "ESTADO: " FS-SECUENCIA-AUD
051134         MOVE 16 TO RETURN-CODE
051135         STOP RUN.
051136
051137     MOVE WS-SELLO-SECUENCIA    TO ASC-SECUENCIA.
051138     MOVE WS-SELLO-VERIFICADOR  TO ASC-VERIFICADOR.
051139     MOVE WS-SELLO-FECHA-INICIO TO ASC-FECHA-INICIO.
051140     WRITE ASC-REG.
051141     IF FS-SECUENCIA-AUD NOT = "00"
051142         DISPLAY "ERROR AL GRABAR EL CONTROL DE SELLADO. ESTADO: "
051143             FS-SECUENCIA-AUD
051144         MOVE 16 TO RETURN-CODE
051145         STOP RUN.
051146
051147     CLOSE ARCH-SECUENCIA-AUD.
051148
051149 9170-GUARDAR-SELLO-EXIT.
051150     EXIT.
051151
051152******************************************************************
051153* 9180-GRABAR-SELLADO - SELLA EL REGISTRO DE AUDITORIA YA ARMADO,
051154* LO GRABA Y DEJA SU SECUENCIA EN EL CONTROL DE SELLADO.
051155******************************************************************
051156 9180-GRABAR-SELLADO.
051157
051158     PERFORM 9100-SELLAR-AUDITORIA
051159         THRU 9100-SELLAR-AUDITORIA-EXIT.
051160     WRITE AUD-REG.
051161     PERFORM 9170-GUARDAR-SELLO THRU 9170-GUARDAR-SELLO-EXIT.
051162
051163 9180-GRABAR-SELLADO-EXIT.
051164     EXIT.
051165
051200 END PROGRAM MANTMAESTRO.
