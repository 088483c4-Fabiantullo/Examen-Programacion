002400* 2026-09-02 JFR   PROGRAMA ORIGINAL. HASTA AHORA ESTE EXTRACTO
002500*                  ERA UNA PLANILLA ARMADA A MANO DESDE ONCE
002600*                  LISTADOS DIARIOS, CADA FIN DE MES.
002601* 2026-10-14 JFR   CADA LINEA DEL DESGLOSE POR MOTIVO LLEVA LA
002602*                  DESCRIPCION DEL MOTIVO SEGUN LA TABLA DE
002603*                  MOTIVOS.
002604* 2026-10-14 JFR   CADA ARTICULO MUESTRA EL PRECIO VIGENTE EN CADA
002605*                  DIA DEL MES SEGUN LA HISTORIA DE PRECIOS; SIN
002606*                  ELLA, EL PRECIO ACTUAL DEL MAESTRO.
002607* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
002608*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
002609*                  ENCABEZADO DEL REPORTE.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. EXTMENSUAL.
006900     SELECT LISTADO ASSIGN TO EXTRACTO
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS FS-LISTADO.
007101
007102     SELECT MAESTRO-MOTIVOS ASSIGN TO MOTIVOS
007103         ORGANIZATION IS INDEXED
007104         ACCESS MODE IS RANDOM
007105         RECORD KEY IS MOT-CODIGO
007106         FILE STATUS IS FS-MOTIVOS.
007107
007108     SELECT ARCH-HISTPRECIOS ASSIGN TO HISTPRECIOS
007109         ORGANIZATION IS INDEXED
007110         ACCESS MODE IS DYNAMIC
007111         RECORD KEY IS HPR-CLAVE
007112         FILE STATUS IS FS-HISTPRECIOS.
007113
007114     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
007115         ORGANIZATION IS INDEXED
007116         ACCESS MODE IS RANDOM
007117         RECORD KEY IS CAL-FECHA
007118         FILE STATUS IS FS-CALENDARIO.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
012100
012200 FD  ARCH-ESTADISTICA
012300     LABEL RECORDS ARE STANDARD
012400     RECORD CONTAINS 170 CHARACTERS.
012500 01  EXA-REG.
012600     05  EXA-CODIGO                 PIC X(04).
012700     05  EXA-DESCRIPCION            PIC X(30).
012701     05  EXA-PRECIO                 PIC 9(05)V99.
012800     05  EXA-ENVIADOS               PIC 9(06).
012900     05  EXA-ACEPTADOS              PIC 9(06).
013000     05  EXA-RECHAZADOS             PIC 9(06).
014700     LABEL RECORDS ARE STANDARD
014800     RECORD CONTAINS 80 CHARACTERS.
014900 01  LINEA-LISTADO                  PIC X(80).
014901
014902 FD  MAESTRO-MOTIVOS
014903     LABEL RECORDS ARE STANDARD
014904     RECORD CONTAINS 35 CHARACTERS.
014905 01  MOT-REG.
014906     05  MOT-CODIGO                 PIC X(03).
014907     05  MOT-DESCRIPCION            PIC X(30).
014908     05  MOT-CATEGORIA              PIC X(01).
014909         88  MOT-CORREGIBLE                    VALUE 'C'.
014910         88  MOT-DE-PRECIOS                    VALUE 'P'.
014911         88  MOT-DEFINITIVO                    VALUE 'D'.
014912     05  MOT-RECICLA                PIC X(01).
014913         88  MOT-SE-RECICLA                    VALUE 'S'.
014914         88  MOT-NO-SE-RECICLA                 VALUE 'N'.
014915
014916******************************************************************
014917* HISTORIA DE PRECIOS: UN REGISTRO POR ARTICULO Y FECHA DE
014918* VIGENCIA, CON LOS VALORES ANTERIORES Y NUEVOS DEL CAMBIO.
014919******************************************************************
014920 FD  ARCH-HISTPRECIOS
014921     LABEL RECORDS ARE STANDARD
014922     RECORD CONTAINS 77 CHARACTERS.
014923 01  HPR-REG.
014924     05  HPR-CLAVE.
014925         10  HPR-CODIGO             PIC X(04).
014926         10  HPR-FECHA-VIGENCIA     PIC 9(08).
014927     05  HPR-TIPO                   PIC X(01).
014928         88  HPR-ALTA                          VALUE 'A'.
014929         88  HPR-CAMBIO                        VALUE 'M'.
014930         88  HPR-BAJA                          VALUE 'B'.
014931     05  HPR-PRECIO-ANT             PIC 9(05)V99.
014932     05  HPR-PRECIO-NVO             PIC 9(05)V99.
014933     05  HPR-CANTIDAD-ANT           PIC 9(04).
014934     05  HPR-CANTIDAD-NVO           PIC 9(04).
014935     05  HPR-RANGO-BAJO-ANT         PIC 9(04).
014936     05  HPR-RANGO-ALTO-ANT         PIC 9(04).
014937     05  HPR-RANGO-BAJO-NVO         PIC 9(04).
014938     05  HPR-RANGO-ALTO-NVO         PIC 9(04).
014939     05  HPR-CORRIDA                PIC 9(06).
014940     05  HPR-OPERADOR               PIC X(20).
015000
015001******************************************************************
015002* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
015003******************************************************************
015004 FD  ARCH-CALENDARIO
015005     LABEL RECORDS ARE STANDARD
015006     RECORD CONTAINS 40 CHARACTERS.
015007 01  CAL-REG.
015008     05  CAL-FECHA                  PIC 9(08).
015009     05  CAL-DESCRIPCION            PIC X(30).
015010     05  FILLER                     PIC X(02).
015011
015100 WORKING-STORAGE SECTION.
015200
015300******************************************************************
017100 77  WS-SW-HALLADO               PIC X(01) VALUE 'N'.
017200     88  ENTRADA-HALLADA                   VALUE 'S'.
017300     88  ENTRADA-NO-HALLADA                VALUE 'N'.
017301 77  WS-SW-MOTIVOS               PIC X(01) VALUE 'N'.
017302     88  MOTIVOS-DISPONIBLE                VALUE 'S'.
017303     88  MOTIVOS-NO-DISPONIBLE             VALUE 'N'.
017304 77  WS-SW-HISTPRECIOS           PIC X(01) VALUE 'N'.
017305     88  HISTPRECIOS-DISPONIBLE            VALUE 'S'.
017306     88  HISTPRECIOS-NO-DISPONIBLE         VALUE 'N'.
017307 77  WS-SW-FIN-HISTPRECIOS       PIC X(01) VALUE 'N'.
017308     88  FIN-DE-HISTPRECIOS                VALUE 'S'.
017309     88  NO-FIN-DE-HISTPRECIOS             VALUE 'N'.
017310 77  WS-SW-APERTURA              PIC X(01) VALUE 'N'.
017311     88  APERTURA-DESCONOCIDA              VALUE 'N'.
017312     88  APERTURA-CON-PRECIO               VALUE 'P'.
017313     88  APERTURA-FUERA-MAESTRO            VALUE 'F'.
017314 77  WS-SW-APERTURA-IMPRESA      PIC X(01) VALUE 'N'.
017315     88  APERTURA-IMPRESA                  VALUE 'S'.
017316     88  APERTURA-NO-IMPRESA               VALUE 'N'.
017317 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
017318     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
017319     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
017320 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
017321     88  DIA-HABIL                         VALUE 'S'.
017322     88  DIA-NO-HABIL                      VALUE 'N'.
017323 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
017324     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
017325     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
017400
017500******************************************************************
017600* CODIGOS DE ESTADO DE ARCHIVOS
018200 77  FS-ESTADISTICA              PIC X(02) VALUE SPACES.
018300 77  FS-MES                      PIC X(02) VALUE SPACES.
018400 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
018401 77  FS-MOTIVOS                  PIC X(02) VALUE SPACES.
018402 77  FS-HISTPRECIOS              PIC X(02) VALUE SPACES.
018403 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
018404
018405******************************************************************
018406* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
018407* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
018408* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
018409* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
018410******************************************************************
018411 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
018412 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
018413 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
018414 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
018415 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
018500
018600******************************************************************
018700* MES DEL EXTRACTO (ARCHIVO DE CONTROL DE CIERRE, O EL MES DE LA
018900******************************************************************
019000 77  WS-MES-EXTRACTO             PIC 9(06) VALUE ZERO.
019100 77  WS-NOMBRE-GENERACION        PIC X(30) VALUE SPACES.
019101
019102******************************************************************
019103* PRIMER Y ULTIMO DIA DEL MES DEL EXTRACTO (AAAAMMDD) Y PRECIO EN
019104* VIGOR AL PRIMER DIA, PARA EL DETALLE DE PRECIOS POR ARTICULO.
019105******************************************************************
019106 77  WS-MES-DESDE                PIC 9(08) VALUE ZERO.
019107 77  WS-MES-HASTA                PIC 9(08) VALUE ZERO.
019108 77  WS-PRECIO-APERTURA          PIC 9(05)V99 VALUE ZERO.
019109 01  WS-FECHA-CAMBIO.
019110     05  WS-FCA-MES              PIC 9(06).
019111     05  WS-FCA-DIA              PIC 9(02).
019200
019300******************************************************************
019400* TOPE DE MOTIVOS DESGLOSADOS POR ARTICULO: MAS DE DIEZ MOTIVOS
027000             "    MOTIVO RECHAZO".
027100     05  FILLER                  PIC X(01) VALUE SPACE.
027200     05  LM-MOTIVO               PIC X(03).
027201     05  FILLER                  PIC X(01) VALUE SPACE.
027202     05  LM-DESCRIPCION          PIC X(30).
027300     05  FILLER                  PIC X(11) VALUE "  RENGLONES".
027400     05  FILLER                  PIC X(01) VALUE SPACE.
027500     05  LM-CUENTA               PIC ZZZ,ZZ9.
027600     05  FILLER                  PIC X(08) VALUE SPACES.
027700
027800 01  LIN-IMPORTE-ARTICULO.
027900     05  FILLER                  PIC X(30) VALUE
028000             "  IMPORTE ACEPTADO.........: $".
028100     05  LI-IMPORTE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
028200     05  FILLER                  PIC X(32) VALUE SPACES.
028201
028202 01  LIN-PRECIO.
028203     05  LP-CONCEPTO             PIC X(22).
028204     05  LP-DIA                  PIC X(02).
028205     05  FILLER                  PIC X(06) VALUE "....: ".
028206     05  LP-DETALLE              PIC X(20).
028207     05  LP-DETALLE-PRECIO REDEFINES LP-DETALLE.
028208         10  LP-SIGNO            PIC X(01).
028209         10  LP-PRECIO           PIC ZZ,ZZ9.99.
028210         10  FILLER              PIC X(10).
028211     05  FILLER                  PIC X(30) VALUE SPACES.
028300
028400 01  LIN-TOTAL-CIFRA.
028500     05  LT-CONCEPTO             PIC X(30).
029200     05  LTI-IMPORTE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
029300     05  FILLER                  PIC X(28) VALUE SPACES.
029400
029401 01  LIN-DIA-NO-HABIL.
029402     05  FILLER                  PIC X(29) VALUE
029403             "*** CORRIDA EN DIA NO HABIL: ".
029404     05  LNH-MOTIVO              PIC X(30).
029405     05  FILLER                  PIC X(21) VALUE SPACES.
029406
029500 PROCEDURE DIVISION.
029600
029700******************************************************************
032600     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
032700     MOVE WS-FC-ANIO-MES TO WS-MES-EXTRACTO.
032800
032801     PERFORM 1900-VERIFICAR-DIA-CORRIDA
032802         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
032803
032900     PERFORM 1050-LEER-MES THRU 1050-LEER-MES-EXIT.
033000
033001     COMPUTE WS-MES-DESDE = WS-MES-EXTRACTO * 100 + 1.
033002     COMPUTE WS-MES-HASTA = WS-MES-EXTRACTO * 100 + 31.
033003
033100     OPEN OUTPUT LISTADO.
033200     IF FS-LISTADO NOT = "00"
033300         DISPLAY "ERROR AL ABRIR EL LISTADO. ESTADO: " FS-LISTADO
033400         MOVE 16 TO RETURN-CODE
033500         STOP RUN.
033600
033601     OPEN INPUT MAESTRO-MOTIVOS.
033602     IF FS-MOTIVOS = "00"
033603         SET MOTIVOS-DISPONIBLE TO TRUE
033604     ELSE
033605         IF FS-MOTIVOS = "35"
033606             SET MOTIVOS-NO-DISPONIBLE TO TRUE
033607         ELSE
033608             DISPLAY "ERROR AL ABRIR LA TABLA DE MOTIVOS. "
033609                 "ESTADO: " FS-MOTIVOS
033610             MOVE 16 TO RETURN-CODE
033611             STOP RUN
033612         END-IF.
033613
033614     OPEN INPUT ARCH-HISTPRECIOS.
033615     IF FS-HISTPRECIOS = "00"
033616         SET HISTPRECIOS-DISPONIBLE TO TRUE
033617     ELSE
033618         IF FS-HISTPRECIOS = "35"
033619             SET HISTPRECIOS-NO-DISPONIBLE TO TRUE
033620         ELSE
033621             DISPLAY "ERROR AL ABRIR LA HISTORIA DE PRECIOS. "
033622                 "ESTADO: " FS-HISTPRECIOS
033623             MOVE 16 TO RETURN-CODE
033624             STOP RUN
033625         END-IF.
033626
033700     PERFORM 3050-ENCABEZADO-LISTADO
033800         THRU 3050-ENCABEZADO-LISTADO-EXIT.
033900
047200     MOVE SPACES          TO EXA-REG.
047300     MOVE ART-CODIGO      TO EXA-CODIGO.
047400     MOVE ART-DESCRIPCION TO EXA-DESCRIPCION.
047401     MOVE ART-PRECIO-UNITARIO TO EXA-PRECIO.
047500     MOVE ZERO TO EXA-ENVIADOS.
047600     MOVE ZERO TO EXA-ACEPTADOS.
047700     MOVE ZERO TO EXA-RECHAZADOS.
049000 1150-CARGAR-ARTICULO-EXIT.
049100     EXIT.
049200
049201******************************************************************
049202* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
049203* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
049204* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
049205******************************************************************
049206 1900-VERIFICAR-DIA-CORRIDA.
049207
049208     OPEN INPUT ARCH-CALENDARIO.
049209     IF FS-CALENDARIO = "35"
049210         SET CALENDARIO-NO-DISPONIBLE TO TRUE
049211     ELSE
049212         IF FS-CALENDARIO NOT = "00"
049213             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
049214                 FS-CALENDARIO
049215             MOVE 16 TO RETURN-CODE
049216             STOP RUN
049217         END-IF.
049218
049219     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
049220     PERFORM 1950-VERIFICAR-DIA-HABIL
049221         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
049222     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
049223     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
049224
049225     IF CALENDARIO-DISPONIBLE
049226         CLOSE ARCH-CALENDARIO.
049227
049228 1900-VERIFICAR-DIA-CORRIDA-EXIT.
049229     EXIT.
049230
049231******************************************************************
049232* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
049233* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
049234* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
049235******************************************************************
049236 1950-VERIFICAR-DIA-HABIL.
049237
049238     SET DIA-HABIL TO TRUE.
049239     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
049240
049241     COMPUTE WS-ENTERO-HABIL =
049242         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
049243     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
049244         REMAINDER WS-DIA-SEMANA.
049245
049246     IF WS-DIA-SEMANA = 6
049247         SET DIA-NO-HABIL TO TRUE
049248         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
049249         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
049250
049251     IF WS-DIA-SEMANA = 0
049252         SET DIA-NO-HABIL TO TRUE
049253         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
049254         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
049255
049256     IF CALENDARIO-NO-DISPONIBLE
049257         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
049258
049259     MOVE WS-FECHA-HABIL TO CAL-FECHA.
049260     READ ARCH-CALENDARIO
049261         INVALID KEY
049262             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
049263     END-READ.
049264
049265     IF FS-CALENDARIO NOT = "00"
049266         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
049267             FS-CALENDARIO
049268         MOVE 16 TO RETURN-CODE
049269         STOP RUN.
049270
049271     SET DIA-NO-HABIL TO TRUE.
049272     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
049273
049274 1950-VERIFICAR-DIA-HABIL-EXIT.
049275     EXIT.
049276
049300******************************************************************
049400* 2000-TRATAR-ENTRADA - LEE UNA ENTRADA DEL CATALOGO. LAS
049500* GENERACIONES DEL ARCHIVO MARCADO DEL MES PEDIDO SE VUELCAN AL
079100     MOVE EXA-SIN-RESP   TO LC-SIN-RESP.
079200     WRITE LINEA-LISTADO FROM LIN-CIFRAS-ARTICULO.
079300     ADD 2 TO WS-LINEAS-EN-PAGINA.
079301
079302     PERFORM 5300-IMPRIMIR-PRECIOS
079303         THRU 5300-IMPRIMIR-PRECIOS-EXIT.
079400
079500     PERFORM 5200-IMPRIMIR-MOTIVO
079600         THRU 5200-IMPRIMIR-MOTIVO-EXIT
080700
080800******************************************************************
080900* 5200-IMPRIMIR-MOTIVO - IMPRIME UNA LINEA DEL DESGLOSE DE
081000* RECHAZOS POR MOTIVO DEL ARTICULO EN CURSO, CON LA DESCRIPCION
081001* DEL MOTIVO SI ESTA EN LA TABLA DE MOTIVOS.
081100******************************************************************
081200 5200-IMPRIMIR-MOTIVO.
081300
081400     MOVE EXA-MOT-CODIGO (WS-IND-MOTIVOS) TO LM-MOTIVO.
081401     MOVE SPACES TO LM-DESCRIPCION.
081402
081403     IF MOTIVOS-DISPONIBLE AND LM-MOTIVO NOT = SPACES
081404         MOVE LM-MOTIVO TO MOT-CODIGO
081405         READ MAESTRO-MOTIVOS
081406             INVALID KEY
081407                 MOVE "** MOTIVO NO CATALOGADO **"
081408                     TO LM-DESCRIPCION
081409             NOT INVALID KEY
081410                 MOVE MOT-DESCRIPCION TO LM-DESCRIPCION
081411         END-READ.
081412
081500     MOVE EXA-MOT-CUENTA (WS-IND-MOTIVOS) TO LM-CUENTA.
081600     WRITE LINEA-LISTADO FROM LIN-MOTIVO.
081700     ADD 1 TO WS-LINEAS-EN-PAGINA.
081800
081900 5200-IMPRIMIR-MOTIVO-EXIT.
082000     EXIT.
082001
082002******************************************************************
082003* 5300-IMPRIMIR-PRECIOS - IMPRIME EL PRECIO DEL ARTICULO VIGENTE
082004* EN CADA DIA DEL MES: EL DEL PRIMER DIA Y UNA LINEA POR CADA
082005* CAMBIO DENTRO DEL MES, SEGUN LA HISTORIA DE PRECIOS. SIN
082006* HISTORIA DE PRECIOS SE IMPRIME EL PRECIO ACTUAL DEL MAESTRO.
082007******************************************************************
082008 5300-IMPRIMIR-PRECIOS.
082009
082010     IF HISTPRECIOS-NO-DISPONIBLE
082011         MOVE "  PRECIO DEL MAESTRO.." TO LP-CONCEPTO
082012         MOVE ".." TO LP-DIA
082013         MOVE SPACES TO LP-DETALLE
082014         MOVE "$" TO LP-SIGNO
082015         MOVE EXA-PRECIO TO LP-PRECIO
082016         WRITE LINEA-LISTADO FROM LIN-PRECIO
082017         ADD 1 TO WS-LINEAS-EN-PAGINA
082018         GO TO 5300-IMPRIMIR-PRECIOS-EXIT.
082019
082020     SET APERTURA-DESCONOCIDA TO TRUE.
082021     SET APERTURA-NO-IMPRESA TO TRUE.
082022     SET NO-FIN-DE-HISTPRECIOS TO TRUE.
082023
082024     MOVE EXA-CODIGO TO HPR-CODIGO.
082025     MOVE ZERO TO HPR-FECHA-VIGENCIA.
082026
082027     START ARCH-HISTPRECIOS KEY IS NOT < HPR-CLAVE
082028         INVALID KEY
082029             SET FIN-DE-HISTPRECIOS TO TRUE
082030     END-START.
082031
082032     PERFORM 5350-TRATAR-CAMBIO
082033         THRU 5350-TRATAR-CAMBIO-EXIT
082034         UNTIL FIN-DE-HISTPRECIOS.
082035
082036*    SIN CAMBIOS REGISTRADOS PARA EL ARTICULO, RIGE TODO EL MES EL
082037*    PRECIO ACTUAL DEL MAESTRO.
082038     IF APERTURA-NO-IMPRESA
082039         IF APERTURA-DESCONOCIDA
082040             MOVE EXA-PRECIO TO WS-PRECIO-APERTURA
082041             SET APERTURA-CON-PRECIO TO TRUE
082042         END-IF
082043         PERFORM 5400-IMPRIMIR-APERTURA
082044             THRU 5400-IMPRIMIR-APERTURA-EXIT.
082045
082046 5300-IMPRIMIR-PRECIOS-EXIT.
082047     EXIT.
082100
082101******************************************************************
082102* 5350-TRATAR-CAMBIO - LEE EL SIGUIENTE CAMBIO DE PRECIO DEL
082103* ARTICULO. LOS CAMBIOS ANTERIORES AL MES FIJAN EL PRECIO DEL
082104* PRIMER DIA; LOS DEL MES SE IMPRIMEN; EL PRIMERO POSTERIOR AL MES
082105* SOLO SIRVE PARA SABER EL PRECIO QUE HABIA ANTES DE EL.
082106******************************************************************
082107 5350-TRATAR-CAMBIO.
082108
082109     READ ARCH-HISTPRECIOS NEXT RECORD
082110         AT END
082111             SET FIN-DE-HISTPRECIOS TO TRUE
082112             GO TO 5350-TRATAR-CAMBIO-EXIT
082113     END-READ.
082114
082115     IF FS-HISTPRECIOS NOT = "00"
082116         DISPLAY "ERROR AL LEER LA HISTORIA DE PRECIOS. ESTADO: "
082117             FS-HISTPRECIOS
082118         MOVE 16 TO RETURN-CODE
082119         STOP RUN.
082120
082121     IF HPR-CODIGO NOT = EXA-CODIGO
082122         SET FIN-DE-HISTPRECIOS TO TRUE
082123         GO TO 5350-TRATAR-CAMBIO-EXIT.
082124
082125     IF HPR-FECHA-VIGENCIA < WS-MES-DESDE
082126         IF HPR-BAJA
082127             SET APERTURA-FUERA-MAESTRO TO TRUE
082128         ELSE
082129             MOVE HPR-PRECIO-NVO TO WS-PRECIO-APERTURA
082130             SET APERTURA-CON-PRECIO TO TRUE
082131         END-IF
082132         GO TO 5350-TRATAR-CAMBIO-EXIT.
082133
082134*    PRIMER CAMBIO DESDE EL MES SIN NINGUNO ANTERIOR: EL PRECIO
082135*    DEL PRIMER DIA ES EL ANTERIOR A ESE CAMBIO.
082136     IF APERTURA-DESCONOCIDA
082137         IF HPR-ALTA
082138             SET APERTURA-FUERA-MAESTRO TO TRUE
082139         ELSE
082140             MOVE HPR-PRECIO-ANT TO WS-PRECIO-APERTURA
082141             SET APERTURA-CON-PRECIO TO TRUE
082142         END-IF.
082143
082144     IF HPR-FECHA-VIGENCIA > WS-MES-HASTA
082145         SET FIN-DE-HISTPRECIOS TO TRUE
082146         GO TO 5350-TRATAR-CAMBIO-EXIT.
082147
082148     MOVE HPR-FECHA-VIGENCIA TO WS-FECHA-CAMBIO.
082149
082150     IF APERTURA-NO-IMPRESA AND WS-FCA-DIA > 1
082151         PERFORM 5400-IMPRIMIR-APERTURA
082152             THRU 5400-IMPRIMIR-APERTURA-EXIT.
082153     SET APERTURA-IMPRESA TO TRUE.
082154
082155     MOVE "  PRECIO DESDE EL DIA " TO LP-CONCEPTO.
082156     MOVE WS-FCA-DIA TO LP-DIA.
082157     MOVE SPACES TO LP-DETALLE.
082158     IF HPR-BAJA
082159         MOVE "DADO DE BAJA" TO LP-DETALLE
082160     ELSE
082161         MOVE "$" TO LP-SIGNO
082162         MOVE HPR-PRECIO-NVO TO LP-PRECIO.
082163
082164     WRITE LINEA-LISTADO FROM LIN-PRECIO.
082165     ADD 1 TO WS-LINEAS-EN-PAGINA.
082166
082167 5350-TRATAR-CAMBIO-EXIT.
082168     EXIT.
082169
082170******************************************************************
082171* 5400-IMPRIMIR-APERTURA - IMPRIME EL PRECIO EN VIGOR EL PRIMER
082172* DIA DEL MES.
082173******************************************************************
082174 5400-IMPRIMIR-APERTURA.
082175
082176     MOVE "  PRECIO DESDE EL DIA " TO LP-CONCEPTO.
082177     MOVE "01" TO LP-DIA.
082178     MOVE SPACES TO LP-DETALLE.
082179     IF APERTURA-FUERA-MAESTRO
082180         MOVE "FUERA DEL MAESTRO" TO LP-DETALLE
082181     ELSE
082182         MOVE "$" TO LP-SIGNO
082183         MOVE WS-PRECIO-APERTURA TO LP-PRECIO.
082184
082185     WRITE LINEA-LISTADO FROM LIN-PRECIO.
082186     ADD 1 TO WS-LINEAS-EN-PAGINA.
082187     SET APERTURA-IMPRESA TO TRUE.
082188
082189 5400-IMPRIMIR-APERTURA-EXIT.
082190     EXIT.
082191
082200******************************************************************
082300* 3050-ENCABEZADO-LISTADO - ESCRIBE EL ENCABEZADO DE UNA NUEVA
082400* PAGINA DEL EXTRACTO.
083700         WRITE LINEA-LISTADO FROM LIN-BLANCO.
083800
083900     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
083901     IF CORRIDA-EN-DIA-NO-HABIL
083902         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
084000     WRITE LINEA-LISTADO FROM LIN-BLANCO.
084100     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
084200
085100
085200     IF CATALOGO-ABIERTO
085300         CLOSE CATALOGO.
085301
085302     IF MOTIVOS-DISPONIBLE
085303         CLOSE MAESTRO-MOTIVOS.
085304
085305     IF HISTPRECIOS-DISPONIBLE
085306         CLOSE ARCH-HISTPRECIOS.
085400
085500     CLOSE ARCH-RESOLUCION.
085600     CLOSE ARCH-ESTADISTICA.
