002400*                  LA MANANA JUSTA.
002410* 2026-09-02 JFR   SE ACOMPANIA EL PERFIL DE RANGO POR ARTICULO
002420*                  (MAESTRO DE 53, TRANSACCION DE 62).
002421* 2026-10-14 JFR   CADA CAMBIO ACTIVADO QUE TOCA PRECIO, CANTIDAD
002422*                  BASE O RANGO QUEDA EN LA HISTORIA DE PRECIOS,
002423*                  CON LAS MISMAS REGLAS QUE EN EL MANTENIMIENTO.
002424* 2026-10-14 JFR   UNA VIGENCIA QUE CAE EN DIA NO HABIL (SABADO,
002425*                  DOMINGO O FERIADO DEL CALENDARIO) SE CORRE AL
002426*                  DIA HABIL SIGUIENTE Y EL LISTADO LO MUESTRA
002427*                  DEBAJO DEL RENGLON. UNA CORRIDA EN DIA NO HABIL
002428*                  QUEDA ANOTADA EN EL ENCABEZADO.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. ACTMAESTRO.
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FS-LISTADO.
005000
005001     SELECT ARCH-HISTPRECIOS ASSIGN TO HISTPRECIOS
005002         ORGANIZATION IS INDEXED
005003         ACCESS MODE IS RANDOM
005004         RECORD KEY IS HPR-CLAVE
005005         FILE STATUS IS FS-HISTPRECIOS.
005006
005007     SELECT ARCH-CORRIDA ASSIGN TO CORRIDACTL
005008         ORGANIZATION IS LINE SEQUENTIAL
005009         FILE STATUS IS FS-CORRIDA.
005010
005011     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
005012         ORGANIZATION IS INDEXED
005013         ACCESS MODE IS RANDOM
005014         RECORD KEY IS CAL-FECHA
005015         FILE STATUS IS FS-CALENDARIO.
005016
005100 DATA DIVISION.
005200 FILE SECTION.
005300
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  LINEA-LISTADO                  PIC X(80).
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
007500 WORKING-STORAGE SECTION.
007600
007700******************************************************************
008300 77  WS-SW-TRANS-APLICADA        PIC X(01) VALUE 'N'.
008400     88  TRANS-APLICADA                    VALUE 'S'.
008500     88  TRANS-RECHAZADA                   VALUE 'N'.
008501 77  WS-SW-REGISTRO-DEL-DIA      PIC X(01) VALUE 'N'.
008502     88  HAY-REGISTRO-DEL-DIA              VALUE 'S'.
008503     88  NO-HAY-REGISTRO-DEL-DIA           VALUE 'N'.
008504 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
008505     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
008506     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
008507 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
008508     88  DIA-HABIL                         VALUE 'S'.
008509     88  DIA-NO-HABIL                      VALUE 'N'.
008510 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
008511     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
008512     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
008513 77  WS-SW-VIGENCIA-MOVIDA       PIC X(01) VALUE 'N'.
008514     88  VIGENCIA-MOVIDA                   VALUE 'S'.
008515     88  VIGENCIA-SIN-MOVER                VALUE 'N'.
008600
008700******************************************************************
008800* CODIGOS DE ESTADO DE ARCHIVOS
009000 77  FS-PENDIENTES               PIC X(02) VALUE SPACES.
009100 77  FS-MAESTRO                  PIC X(02) VALUE SPACES.
009200 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
009201 77  FS-HISTPRECIOS              PIC X(02) VALUE SPACES.
009202 77  FS-CORRIDA                  PIC X(02) VALUE SPACES.
009203 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
009204
009205******************************************************************
009206* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
009207* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
009208* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
009209* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
009210******************************************************************
009211 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
009212 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
009213 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
009214 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
009215 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
009300
009400******************************************************************
009500* LA TRANSACCION DIFERIDA, CON EL MISMO DIBUJO QUE LA DEL
012900 77  WS-TOTAL-ACTIVADAS          PIC 9(06) VALUE ZERO COMP.
013000 77  WS-TOTAL-RECHAZADAS         PIC 9(06) VALUE ZERO COMP.
013100 77  WS-TOTAL-PENDIENTES         PIC 9(06) VALUE ZERO COMP.
013101 77  WS-TOTAL-MOVIDAS            PIC 9(06) VALUE ZERO COMP.
013200
013300******************************************************************
013400* CAMPOS DE TRABAJO
013500******************************************************************
013600 77  WS-MOTIVO-RECHAZO           PIC X(21) VALUE SPACES.
013700 77  WS-PRECIO-ANTERIOR          PIC 9(05)V99 VALUE ZERO.
013701 77  WS-VIGENCIA-HABIL           PIC 9(08) VALUE ZERO.
013702 77  WS-ESTADO-FECHA             PIC 9(08) VALUE ZERO.
013703 77  WS-LINEAS-RENGLON           PIC 9(03) VALUE ZERO COMP.
013704 77  WS-OPERADOR                 PIC X(20) VALUE SPACES.
013705 77  WS-CORRIDA-ACTUAL           PIC 9(06) VALUE ZERO.
013706
013707******************************************************************
013708* VALORES DEL ARTICULO ANTES Y DESPUES DE LA TRANSACCION, PARA LA
013709* HISTORIA DE PRECIOS
013710******************************************************************
013711 01  WS-VALORES-ANTERIORES.
013712     05  WS-ANT-PRECIO           PIC 9(05)V99.
013713     05  WS-ANT-CANTIDAD         PIC 9(04).
013714     05  WS-ANT-RANGO-BAJO       PIC 9(04).
013715     05  WS-ANT-RANGO-ALTO       PIC 9(04).
013716 01  WS-VALORES-NUEVOS.
013717     05  WS-NVO-PRECIO           PIC 9(05)V99.
013718     05  WS-NVO-CANTIDAD         PIC 9(04).
013719     05  WS-NVO-RANGO-BAJO       PIC 9(04).
013720     05  WS-NVO-RANGO-ALTO       PIC 9(04).
013800
013900******************************************************************
014000* CONTROL DEL LISTADO IMPRESO
019400     05  LA-MOTIVO               PIC X(21).
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600
019601 01  LIN-VIGENCIA-MOVIDA.
019602     05  FILLER                  PIC X(12) VALUE SPACES.
019603     05  LVM-FECHA               PIC 9(08).
019604     05  FILLER                  PIC X(02) VALUE SPACES.
019605     05  FILLER                  PIC X(26) VALUE
019606             "VIGENCIA CORRIDA, NO HABIL".
019607     05  FILLER                  PIC X(02) VALUE ": ".
019608     05  LVM-MOTIVO              PIC X(30).
019609
019700 01  LIN-SIN-PENDIENTES.
019800     05  FILLER                  PIC X(33) VALUE
019900             "  SIN CAMBIOS DIFERIDOS EN CARTER".
020400     05  LT-CIFRA                PIC ZZZ,ZZ9.
020500     05  FILLER                  PIC X(43) VALUE SPACES.
020600
020601 01  LIN-DIA-NO-HABIL.
020602     05  FILLER                  PIC X(29) VALUE
020603             "*** CORRIDA EN DIA NO HABIL: ".
020604     05  LNH-MOTIVO              PIC X(30).
020605     05  FILLER                  PIC X(21) VALUE SPACES.
020606
020700 PROCEDURE DIVISION.
020800
020900******************************************************************
024300         STOP RUN.
024400
024500     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
024501     ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
024502
024503     PERFORM 1900-VERIFICAR-DIA-CORRIDA
024504         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
024600
024700     PERFORM 3050-ENCABEZADO-LISTADO
024800         THRU 3050-ENCABEZADO-LISTADO-EXIT.
025700         MOVE 16 TO RETURN-CODE
025800         STOP RUN.
025900
025901     PERFORM 1120-ABRIR-HISTPRECIOS
025902         THRU 1120-ABRIR-HISTPRECIOS-EXIT.
025903
025904     PERFORM 1200-LEER-CORRIDA THRU 1200-LEER-CORRIDA-EXIT.
025905
026000 1000-INICIALIZAR-EXIT.
026100     EXIT.
026200
026201******************************************************************
026202* 1120-ABRIR-HISTPRECIOS - ABRE LA HISTORIA DE PRECIOS PARA
026203* ACTUALIZACION. SI TODAVIA NO EXISTE SE CREA VACIA.
026204******************************************************************
026205 1120-ABRIR-HISTPRECIOS.
026206
026207     OPEN I-O ARCH-HISTPRECIOS.
026208     IF FS-HISTPRECIOS = "00"
026209         GO TO 1120-ABRIR-HISTPRECIOS-EXIT.
026210
026211     IF FS-HISTPRECIOS NOT = "35"
026212         DISPLAY "ERROR AL ABRIR LA HISTORIA DE PRECIOS. "
026213             "ESTADO: " FS-HISTPRECIOS
026214         MOVE 16 TO RETURN-CODE
026215         STOP RUN.
026216
026217     OPEN OUTPUT ARCH-HISTPRECIOS.
026218     IF FS-HISTPRECIOS NOT = "00"
026219         DISPLAY "ERROR AL CREAR LA HISTORIA DE PRECIOS. "
026220             "ESTADO: " FS-HISTPRECIOS
026221         MOVE 16 TO RETURN-CODE
026222         STOP RUN.
026223
026224     CLOSE ARCH-HISTPRECIOS.
026225
026226     OPEN I-O ARCH-HISTPRECIOS.
026227     IF FS-HISTPRECIOS NOT = "00"
026228         DISPLAY "ERROR AL REABRIR LA HISTORIA DE PRECIOS. "
026229             "ESTADO: " FS-HISTPRECIOS
026230         MOVE 16 TO RETURN-CODE
026231         STOP RUN.
026232
026233 1120-ABRIR-HISTPRECIOS-EXIT.
026234     EXIT.
026235
026236******************************************************************
026237* 1200-LEER-CORRIDA - TOMA EL NUMERO DE LA ULTIMA CORRIDA DE
026238* MULTIPLICACION PARA LA HISTORIA DE PRECIOS: EL VALOR NUEVO RIGE
026239* DESDE LA CORRIDA SIGUIENTE. SI EL CONTROL DE CORRIDAS TODAVIA NO
026240* EXISTE, LOS CAMBIOS QUEDAN CON CORRIDA CERO.
026241******************************************************************
026242 1200-LEER-CORRIDA.
026243
026244     OPEN INPUT ARCH-CORRIDA.
026245     IF FS-CORRIDA = "35"
026246         GO TO 1200-LEER-CORRIDA-EXIT.
026247     IF FS-CORRIDA NOT = "00"
026248         DISPLAY "ERROR AL ABRIR EL CONTROL DE CORRIDAS. "
026249             "ESTADO: " FS-CORRIDA
026250         MOVE 16 TO RETURN-CODE
026251         STOP RUN.
026252
026253     READ ARCH-CORRIDA
026254         AT END
026255             CONTINUE
026256         NOT AT END
026257             MOVE CRR-NUMERO-CORRIDA TO WS-CORRIDA-ACTUAL
026258     END-READ.
026259
026260     CLOSE ARCH-CORRIDA.
026261
026262 1200-LEER-CORRIDA-EXIT.
026263     EXIT.
026264
026300******************************************************************
026400* 1100-CARGAR-PENDIENTES - LEE EL ARCHIVO DE CAMBIOS PENDIENTES A
026500* LA TABLA DE TRABAJO. SI NO EXISTE, NO HAY NADA QUE ACTIVAR.
031800 1150-CARGAR-PENDIENTE-EXIT.
031900     EXIT.
032000
032001******************************************************************
032002* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
032003* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
032004* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
032005* EL CALENDARIO QUEDA ABIERTO PARA LAS CUENTAS DE DIAS HABILES.
032006******************************************************************
032007 1900-VERIFICAR-DIA-CORRIDA.
032008
032009     OPEN INPUT ARCH-CALENDARIO.
032010     IF FS-CALENDARIO = "35"
032011         SET CALENDARIO-NO-DISPONIBLE TO TRUE
032012     ELSE
032013         IF FS-CALENDARIO NOT = "00"
032014             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
032015                 FS-CALENDARIO
032016             MOVE 16 TO RETURN-CODE
032017             STOP RUN
032018         END-IF.
032019
032020     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
032021     PERFORM 1950-VERIFICAR-DIA-HABIL
032022         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
032023     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
032024     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
032025
032026 1900-VERIFICAR-DIA-CORRIDA-EXIT.
032027     EXIT.
032028
032029******************************************************************
032030* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
032031* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
032032* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
032033******************************************************************
032034 1950-VERIFICAR-DIA-HABIL.
032035
032036     SET DIA-HABIL TO TRUE.
032037     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
032038
032039     COMPUTE WS-ENTERO-HABIL =
032040         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
032041     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
032042         REMAINDER WS-DIA-SEMANA.
032043
032044     IF WS-DIA-SEMANA = 6
032045         SET DIA-NO-HABIL TO TRUE
032046         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
032047         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
032048
032049     IF WS-DIA-SEMANA = 0
032050         SET DIA-NO-HABIL TO TRUE
032051         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
032052         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
032053
032054     IF CALENDARIO-NO-DISPONIBLE
032055         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
032056
032057     MOVE WS-FECHA-HABIL TO CAL-FECHA.
032058     READ ARCH-CALENDARIO
032059         INVALID KEY
032060             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
032061     END-READ.
032062
032063     IF FS-CALENDARIO NOT = "00"
032064         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
032065             FS-CALENDARIO
032066         MOVE 16 TO RETURN-CODE
032067         STOP RUN.
032068
032069     SET DIA-NO-HABIL TO TRUE.
032070     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
032071
032072 1950-VERIFICAR-DIA-HABIL-EXIT.
032073     EXIT.
032074
032100******************************************************************
032200* 2000-TRATAR-PENDIENTE - DECIDE EL DESTINO DE UNA TRANSACCION
032300* DIFERIDA: SI SU FECHA DE VIGENCIA YA LLEGO SE APLICA AL
032400* MAESTRO; SI NO, SIGUE EN CARTERA Y SE LISTA COMO PENDIENTE.
032401* UNA VIGENCIA EN DIA NO HABIL RIGE DESDE EL DIA HABIL SIGUIENTE.
032500******************************************************************
032600 2000-TRATAR-PENDIENTE.
032700
032800     MOVE WS-PEN-TRANS (WS-IND-PENDIENTES) TO TRA-REG.
032900
032901     PERFORM 2050-AJUSTAR-VIGENCIA
032902         THRU 2050-AJUSTAR-VIGENCIA-EXIT.
032903
033000     IF TRA-FECHA-EFECTIVA NOT = SPACES AND
033100             WS-VIGENCIA-HABIL > WS-FECHA-CORRIDA-NUM
033200         ADD 1 TO WS-TOTAL-PENDIENTES
033300         MOVE ZERO TO WS-PRECIO-ANTERIOR
033400         MOVE "PENDIENTE" TO LA-ESTADO
035500 2000-TRATAR-PENDIENTE-EXIT.
035600     EXIT.
035700
035701******************************************************************
035702* 2050-AJUSTAR-VIGENCIA - DEJA EN WS-VIGENCIA-HABIL LA FECHA
035703* DESDE LA QUE RIGE LA TRANSACCION: SU VIGENCIA, O EL DIA HABIL
035704* SIGUIENTE SI CAE SABADO, DOMINGO O FERIADO DEL CALENDARIO. UNA
035705* FECHA QUE NO EXISTE QUEDA COMO VINO.
035706******************************************************************
035707 2050-AJUSTAR-VIGENCIA.
035708
035709     SET VIGENCIA-SIN-MOVER TO TRUE.
035710     MOVE ZERO TO WS-VIGENCIA-HABIL.
035711
035712     IF TRA-FECHA-EFECTIVA IS NOT NUMERIC
035713         GO TO 2050-AJUSTAR-VIGENCIA-EXIT.
035714
035715     MOVE TRA-FECHA-EFECTIVA-NUM TO WS-VIGENCIA-HABIL.
035716
035717     COMPUTE WS-ESTADO-FECHA =
035718         FUNCTION TEST-DATE-YYYYMMDD (TRA-FECHA-EFECTIVA-NUM).
035719     IF WS-ESTADO-FECHA NOT = ZERO
035720         GO TO 2050-AJUSTAR-VIGENCIA-EXIT.
035721
035722     MOVE TRA-FECHA-EFECTIVA-NUM TO WS-FECHA-HABIL.
035723     PERFORM 1950-VERIFICAR-DIA-HABIL
035724         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
035725
035726     IF DIA-HABIL
035727         GO TO 2050-AJUSTAR-VIGENCIA-EXIT.
035728
035729     SET VIGENCIA-MOVIDA TO TRUE.
035730     MOVE WS-MOTIVO-NO-HABIL TO LVM-MOTIVO.
035731     ADD 1 TO WS-TOTAL-MOVIDAS.
035732
035733     PERFORM 2060-DIA-SIGUIENTE
035734         THRU 2060-DIA-SIGUIENTE-EXIT
035735         UNTIL DIA-HABIL.
035736
035737     MOVE WS-FECHA-HABIL TO WS-VIGENCIA-HABIL.
035738
035739 2050-AJUSTAR-VIGENCIA-EXIT.
035740     EXIT.
035741
035742******************************************************************
035743* 2060-DIA-SIGUIENTE - PASA AL DIA SIGUIENTE Y VE SI ES HABIL.
035744******************************************************************
035745 2060-DIA-SIGUIENTE.
035746
035747     COMPUTE WS-ENTERO-HABIL =
035748         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL) + 1.
035749     COMPUTE WS-FECHA-HABIL =
035750         FUNCTION DATE-OF-INTEGER (WS-ENTERO-HABIL).
035751     PERFORM 1950-VERIFICAR-DIA-HABIL
035752         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
035753
035754 2060-DIA-SIGUIENTE-EXIT.
035755     EXIT.
035756
035800******************************************************************
035900* 3000-APLICAR-TRANSACCION - APLICA AL MAESTRO LA TRANSACCION
036000* CUYA VIGENCIA LLEGO, CON LAS MISMAS REGLAS DEL MANTENIMIENTO.
039860         MOVE ZERO TO ART-RANGO-ALTO
039870     ELSE
039880         MOVE TRA-RANGO-ALTO-NUM TO ART-RANGO-ALTO.
039881
039882     MOVE ZEROS TO WS-VALORES-ANTERIORES.
039900
040000     WRITE ART-REG
040100         INVALID KEY
040200             MOVE "CODIGO YA EXISTE" TO WS-MOTIVO-RECHAZO
040300         NOT INVALID KEY
040400             SET TRANS-APLICADA TO TRUE
040401             PERFORM 3500-REGISTRAR-PRECIO
040402                 THRU 3500-REGISTRAR-PRECIO-EXIT
040500     END-WRITE.
040600
040700 3100-APLICAR-ALTA-EXIT.
042300     END-READ.
042400
042500     MOVE ART-PRECIO-UNITARIO TO WS-PRECIO-ANTERIOR.
042501     MOVE ART-PRECIO-UNITARIO TO WS-ANT-PRECIO.
042502     MOVE ART-CANTIDAD-BASE   TO WS-ANT-CANTIDAD.
042503     MOVE ART-RANGO-BAJO      TO WS-ANT-RANGO-BAJO.
042504     MOVE ART-RANGO-ALTO      TO WS-ANT-RANGO-ALTO.
042600
042700     IF TRA-DESCRIPCION NOT = SPACES
042800         MOVE TRA-DESCRIPCION TO ART-DESCRIPCION.
043800             MOVE "CODIGO INEXISTENTE" TO WS-MOTIVO-RECHAZO
043900         NOT INVALID KEY
044000             SET TRANS-APLICADA TO TRUE
044001             PERFORM 3500-REGISTRAR-PRECIO
044002                 THRU 3500-REGISTRAR-PRECIO-EXIT
044100     END-REWRITE.
044200
044300 3200-APLICAR-CAMBIO-EXIT.
045700     END-READ.
045800
045900     MOVE ART-PRECIO-UNITARIO TO WS-PRECIO-ANTERIOR.
045901     MOVE ART-PRECIO-UNITARIO TO WS-ANT-PRECIO.
045902     MOVE ART-CANTIDAD-BASE   TO WS-ANT-CANTIDAD.
045903     MOVE ART-RANGO-BAJO      TO WS-ANT-RANGO-BAJO.
045904     MOVE ART-RANGO-ALTO      TO WS-ANT-RANGO-ALTO.
046000
046100     DELETE MAESTRO-ARTICULOS RECORD
046200         INVALID KEY
046300             MOVE "CODIGO INEXISTENTE" TO WS-MOTIVO-RECHAZO
046400         NOT INVALID KEY
046500             SET TRANS-APLICADA TO TRUE
046501             PERFORM 3500-REGISTRAR-PRECIO
046502                 THRU 3500-REGISTRAR-PRECIO-EXIT
046600     END-DELETE.
046700
046800 3300-APLICAR-BAJA-EXIT.
046900     EXIT.
047000
047001******************************************************************
047002* 3500-REGISTRAR-PRECIO - DEJA EN LA HISTORIA DE PRECIOS EL CAMBIO
047003* RECIEN APLICADO AL MAESTRO: PRECIO, CANTIDAD BASE Y RANGO,
047004* ANTERIORES Y NUEVOS, VIGENTES DESDE LA FECHA DE LA CORRIDA. UN
047005* CAMBIO QUE SOLO TOCA LA DESCRIPCION NO SE REGISTRA. UN SEGUNDO
047006* CAMBIO DEL MISMO DIA REGRABA EL REGISTRO DEL DIA: LOS VALORES
047007* ANTERIORES SIGUEN SIENDO LOS DEL PRIMERO.
047008******************************************************************
047009 3500-REGISTRAR-PRECIO.
047010
047011     IF TRA-BAJA
047012         MOVE ZEROS TO WS-VALORES-NUEVOS
047013     ELSE
047014         MOVE ART-PRECIO-UNITARIO TO WS-NVO-PRECIO
047015         MOVE ART-CANTIDAD-BASE   TO WS-NVO-CANTIDAD
047016         MOVE ART-RANGO-BAJO      TO WS-NVO-RANGO-BAJO
047017         MOVE ART-RANGO-ALTO      TO WS-NVO-RANGO-ALTO.
047018
047019     IF TRA-CAMBIO AND WS-VALORES-NUEVOS = WS-VALORES-ANTERIORES
047020         GO TO 3500-REGISTRAR-PRECIO-EXIT.
047021
047022     MOVE TRA-CODIGO           TO HPR-CODIGO.
047023     MOVE WS-FECHA-CORRIDA-NUM TO HPR-FECHA-VIGENCIA.
047024
047025     READ ARCH-HISTPRECIOS
047026         INVALID KEY
047027             SET NO-HAY-REGISTRO-DEL-DIA TO TRUE
047028         NOT INVALID KEY
047029             SET HAY-REGISTRO-DEL-DIA TO TRUE
047030     END-READ.
047031
047032     IF FS-HISTPRECIOS NOT = "00" AND FS-HISTPRECIOS NOT = "23"
047033         DISPLAY "ERROR AL LEER LA HISTORIA DE PRECIOS. "
047034             "ESTADO: " FS-HISTPRECIOS
047035         MOVE 16 TO RETURN-CODE
047036         STOP RUN.
047037
047038*    EN EL DIA, UN ALTA SEGUIDA DE CAMBIOS SIGUE SIENDO ALTA, Y
047039*    UNA BAJA SEGUIDA DE ALTA ES UN CAMBIO.
047040     EVALUATE TRUE
047041         WHEN NO-HAY-REGISTRO-DEL-DIA
047042             MOVE TRA-CODIGO           TO HPR-CODIGO
047043             MOVE WS-FECHA-CORRIDA-NUM TO HPR-FECHA-VIGENCIA
047044             MOVE TRA-TIPO             TO HPR-TIPO
047045             MOVE WS-ANT-PRECIO        TO HPR-PRECIO-ANT
047046             MOVE WS-ANT-CANTIDAD      TO HPR-CANTIDAD-ANT
047047             MOVE WS-ANT-RANGO-BAJO    TO HPR-RANGO-BAJO-ANT
047048             MOVE WS-ANT-RANGO-ALTO    TO HPR-RANGO-ALTO-ANT
047049         WHEN HPR-ALTA AND TRA-CAMBIO
047050             CONTINUE
047051         WHEN HPR-BAJA AND TRA-ALTA
047052             MOVE "M" TO HPR-TIPO
047053         WHEN OTHER
047054             MOVE TRA-TIPO TO HPR-TIPO
047055     END-EVALUATE.
047056
047057     MOVE WS-NVO-PRECIO     TO HPR-PRECIO-NVO.
047058     MOVE WS-NVO-CANTIDAD   TO HPR-CANTIDAD-NVO.
047059     MOVE WS-NVO-RANGO-BAJO TO HPR-RANGO-BAJO-NVO.
047060     MOVE WS-NVO-RANGO-ALTO TO HPR-RANGO-ALTO-NVO.
047061     MOVE WS-CORRIDA-ACTUAL TO HPR-CORRIDA.
047062     MOVE WS-OPERADOR       TO HPR-OPERADOR.
047063
047064     IF HAY-REGISTRO-DEL-DIA
047065         REWRITE HPR-REG
047066     ELSE
047067         WRITE HPR-REG.
047068
047069     IF FS-HISTPRECIOS NOT = "00"
047070         DISPLAY "ERROR AL GRABAR LA HISTORIA DE PRECIOS. "
047071             "ESTADO: " FS-HISTPRECIOS
047072         MOVE 16 TO RETURN-CODE
047073         STOP RUN.
047074
047075 3500-REGISTRAR-PRECIO-EXIT.
047076     EXIT.
047077
047100******************************************************************
047200* 3050-ENCABEZADO-LISTADO - ESCRIBE EL ENCABEZADO DE UNA NUEVA
047300* PAGINA DEL LISTADO DE ACTIVACION.
048700         WRITE LINEA-LISTADO FROM LIN-BLANCO.
048800
048900     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
048901     IF CORRIDA-EN-DIA-NO-HABIL
048902         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
049000     WRITE LINEA-LISTADO FROM LIN-BLANCO.
049100     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-2.
049200     WRITE LINEA-LISTADO FROM LIN-BLANCO.
049900* 3900-IMPRIMIR-RENGLON - DEJA EN EL LISTADO EL RENGLON DE LA
050000* TRANSACCION RECIEN TRATADA, CON PRECIO ANTERIOR Y NUEVO LADO A
050100* LADO.
050101* SI LA VIGENCIA SE CORRIO A DIA HABIL, DEBAJO VA LA FECHA DESDE
050102* LA QUE RIGE Y POR QUE; LA PAGINACION MANTIENE JUNTAS LAS DOS.
050200******************************************************************
050300 3900-IMPRIMIR-RENGLON.
050400
050401     MOVE 1 TO WS-LINEAS-RENGLON.
050402     IF VIGENCIA-MOVIDA
050403         MOVE 2 TO WS-LINEAS-RENGLON.
050404
050500     IF WS-LINEAS-EN-PAGINA + WS-LINEAS-RENGLON >
050501             WS-MAX-LINEAS-PAGINA
050600         PERFORM 3050-ENCABEZADO-LISTADO
050700             THRU 3050-ENCABEZADO-LISTADO-EXIT.
050800
052100
052200     WRITE LINEA-LISTADO FROM LIN-DETALLE-ACT.
052300     ADD 1 TO WS-LINEAS-EN-PAGINA.
052301
052302     IF VIGENCIA-MOVIDA
052303         MOVE WS-VIGENCIA-HABIL TO LVM-FECHA
052304         WRITE LINEA-LISTADO FROM LIN-VIGENCIA-MOVIDA
052305         ADD 1 TO WS-LINEAS-EN-PAGINA.
052400
052500 3900-IMPRIMIR-RENGLON-EXIT.
052600     EXIT.
059000     MOVE "CAMBIOS AUN PENDIENTES.....: " TO LT-CONCEPTO.
059100     MOVE WS-TOTAL-PENDIENTES TO LT-CIFRA.
059200     WRITE LINEA-LISTADO FROM LIN-TOTAL.
059201
059202     MOVE "VIGENCIAS MOVIDAS A HABIL..: " TO LT-CONCEPTO.
059203     MOVE WS-TOTAL-MOVIDAS TO LT-CIFRA.
059204     WRITE LINEA-LISTADO FROM LIN-TOTAL.
059300
059400     CLOSE MAESTRO-ARTICULOS.
059401     CLOSE ARCH-HISTPRECIOS.
059402     IF CALENDARIO-DISPONIBLE
059403         CLOSE ARCH-CALENDARIO.
059500     CLOSE LISTADO.
059600
059700     DISPLAY "CAMBIOS ACTIVADOS..........: " WS-TOTAL-ACTIVADAS.
059800     DISPLAY "CAMBIOS RECHAZADOS.........: " WS-TOTAL-RECHAZADAS.
059900     DISPLAY "CAMBIOS AUN PENDIENTES.....: " WS-TOTAL-PENDIENTES.
059901     DISPLAY "VIGENCIAS MOVIDAS A HABIL..: " WS-TOTAL-MOVIDAS.
060000
060100 8000-FINALIZAR-EXIT.
060200     EXIT.
