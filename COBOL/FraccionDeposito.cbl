000100******************************************************************
000200* AUTHOR.     J. FERNANDEZ.
000300* INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400* DATE-WRITTEN. 2026-10-14.
000500* DATE-COMPILED.
000600* PURPOSE.    AVISO DE FRACCIONAMIENTO AL DEPOSITO. TOMA EL
000700*             ARCHIVO DE DIVISIONES QUE DEJA MULTIPLICACION EN
000800*             MODO DIVISION, LO CUADRA CONTRA LOS TOTALES DE
000900*             CONTROL DE DIVISIONES DE LA MISMA CORRIDA (CANTIDAD
001000*             DE RENGLONES, SUMA DE COCIENTES Y SUMA DE RESTOS) Y,
001100*             SI CIERRA, ARMA EL AVISO PARA EL DEPOSITO:
001200*             ENCABEZADO, UN RENGLON POR CANTIDAD Y DIVISOR CON EL
001300*             CODIGO Y LA DESCRIPCION DEL ARTICULO, LOS BULTOS
001400*             ARMADOS Y LAS UNIDADES SUELTAS MARCADAS, Y UN CIERRE
001500*             CON LAS CIFRAS DE CONTROL. SI NO CIERRA, EL AVISO
001600*             QUEDA VACIO Y EL PROGRAMA TERMINA CON CODIGO 8. EL
001700*             ARTICULO SE TOMA DEL MAESTRO POR EL CODIGO QUE
001800*             TRAE LA DIVISION; UNA DIVISION SIN CODIGO (ENTRADA
001801*             NUMERICA CRUDA) SE RESUELVE POR SU CANTIDAD BASE EN
001802*             UN ARCHIVO DE TRABAJO INDEXADO ARMADO DESDE EL
001803*             MAESTRO. UNA BASE COMPARTIDA POR VARIOS ARTICULOS
001804*             VIAJA SIN CODIGO Y EL PROGRAMA TERMINA CON CODIGO 4.
001900* TECTONICS.  COBC.
002000*-----------------------------------------------------------*
002100* MODIFICATION HISTORY.
002200* -----------------------------------------------------------
002300* DATE       INIT  DESCRIPTION
002400* 2026-10-14 JFR   PROGRAMA ORIGINAL. HASTA AHORA EL DEPOSITO
002500*                  RECIBIA LAS INSTRUCCIONES DE FRACCIONAMIENTO
002600*                  POR TELEFONO Y EL ARCHIVO DE DIVISIONES NO LO
002700*                  LEIA NADIE.
002701* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
002702*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
002703*                  ENCABEZADO DEL REPORTE.
002704* 2026-10-14 JFR   LA DIVISION TRAE EL CODIGO DEL ARTICULO
002705*                  (REGISTRO DE 24) Y EL ARTICULO SE LEE DEL
002706*                  MAESTRO POR ESE CODIGO. LA RESOLUCION POR
002707*                  CANTIDAD BASE QUEDA PARA LAS ENTRADAS SIN
002708*                  CODIGO; UNA BASE REPETIDA EN EL MAESTRO YA NO
002709*                  TOMA EL PRIMER ARTICULO: EL RENGLON VA SIN
002710*                  CODIGO Y SE TERMINA CON CODIGO 4. EL CONTROL
002711*                  DEL AVISO LLEVA LOS RENGLONES ENVIADOS AL
002712*                  DEPOSITO.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. FRACDEPOSITO.
003100 AUTHOR. J. FERNANDEZ.
003200 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003300 DATE-WRITTEN. 2026-10-14.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900
004000     SELECT ARCH-DIVISION ASSIGN TO DIVISIONES
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FS-DIVISION.
004300
004400     SELECT ARCH-CONTROL-DIV ASSIGN TO DIVCTL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FS-CONTROL-DIV.
004700
004800     SELECT MAESTRO-ARTICULOS ASSIGN TO MAESTRO
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ART-CODIGO
005200         FILE STATUS IS FS-MAESTRO.
005300
005400     SELECT ARCH-RESOLUCION ASSIGN TO RESFRACCION
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS REN-CANTIDAD
005800         FILE STATUS IS FS-RESOLUCION.
005900
006000     SELECT ARCH-AVISO ASSIGN TO FRACDEPOS
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS FS-AVISO.
006300
006400     SELECT LISTADO ASSIGN TO LISTFRACC
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS FS-LISTADO.
006700
006800     SELECT ARCH-CORRIDA ASSIGN TO CORRIDACTL
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FS-CORRIDA.
007100
007200     SELECT ARCH-CONTROL-FRAC ASSIGN TO FRACCTL
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS FS-CONTROL-FRAC.
007401
007402     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
007403         ORGANIZATION IS INDEXED
007404         ACCESS MODE IS RANDOM
007405         RECORD KEY IS CAL-FECHA
007406         FILE STATUS IS FS-CALENDARIO.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800
007900 FD  ARCH-DIVISION
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 24 CHARACTERS.
008200 01  DIV-REG.
008300     05  DIV-NUMERO                 PIC 9(04).
008400     05  DIV-DIVISOR                PIC 9(04).
008500     05  DIV-COCIENTE               PIC 9(08).
008600     05  DIV-RESTO                  PIC 9(04).
008601     05  DIV-CODIGO                 PIC X(04).
008700
008800 FD  ARCH-CONTROL-DIV
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 42 CHARACTERS.
009100 01  DCT-REG.
009200     05  DCT-FECHA                  PIC 9(08).
009300     05  DCT-CORRIDA                PIC 9(06).
009400     05  DCT-TOTAL-DIVISIONES       PIC 9(06).
009500     05  DCT-SUMA-COCIENTES         PIC 9(12).
009600     05  DCT-SUMA-RESTOS            PIC 9(10).
009700
009800 FD  MAESTRO-ARTICULOS
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 53 CHARACTERS.
010100 01  ART-REG.
010200     05  ART-CODIGO                 PIC X(04).
010300     05  ART-DESCRIPCION            PIC X(30).
010400     05  ART-CANTIDAD-BASE          PIC 9(04).
010500     05  ART-PRECIO-UNITARIO        PIC 9(05)V99.
010600     05  ART-RANGO-BAJO             PIC 9(04).
010700     05  ART-RANGO-ALTO             PIC 9(04).
010800
010900 FD  ARCH-RESOLUCION
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 39 CHARACTERS.
011200 01  REN-REG.
011300     05  REN-CANTIDAD               PIC 9(04).
011400     05  REN-CODIGO                 PIC X(04).
011500     05  REN-DESCRIPCION            PIC X(30).
011501     05  REN-REPETIDA               PIC X(01).
011600
011700 FD  ARCH-AVISO
011800     LABEL RECORDS ARE STANDARD
011900     RECORD CONTAINS 60 CHARACTERS.
012000 01  AVI-REG.
012100     05  AVI-TIPO                   PIC X(01).
012200     05  AVI-DATOS                  PIC X(59).
012300     05  AVI-DATOS-H REDEFINES AVI-DATOS.
012400         10  AVI-H-DESTINO          PIC X(10).
012500         10  AVI-H-FECHA            PIC 9(08).
012600         10  AVI-H-CORRIDA          PIC 9(06).
012700         10  FILLER                 PIC X(35).
012800     05  AVI-DATOS-D REDEFINES AVI-DATOS.
012900         10  AVI-D-CODIGO           PIC X(04).
013000         10  AVI-D-DESCRIPCION      PIC X(30).
013100         10  AVI-D-CANTIDAD         PIC 9(04).
013200         10  AVI-D-DIVISOR          PIC 9(04).
013300         10  AVI-D-BULTOS           PIC 9(08).
013400         10  AVI-D-SUELTAS          PIC 9(04).
013500         10  AVI-D-MARCA-SUELTAS    PIC X(01).
013600         10  FILLER                 PIC X(04).
013700     05  AVI-DATOS-T REDEFINES AVI-DATOS.
013800         10  AVI-T-CANTIDAD         PIC 9(06).
013900         10  AVI-T-BULTOS           PIC 9(12).
014000         10  AVI-T-SUELTAS          PIC 9(10).
014100         10  FILLER                 PIC X(31).
014200
014300 FD  LISTADO
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 80 CHARACTERS.
014600 01  LINEA-LISTADO                  PIC X(80).
014700
014800 FD  ARCH-CORRIDA
014900     LABEL RECORDS ARE STANDARD
015000     RECORD CONTAINS 06 CHARACTERS.
015100 01  CRR-REG.
015200     05  CRR-NUMERO-CORRIDA         PIC 9(06).
015300
015400 FD  ARCH-CONTROL-FRAC
015500     LABEL RECORDS ARE STANDARD
015600     RECORD CONTAINS 21 CHARACTERS.
015700 01  FCT-REG.
015800     05  FCT-FECHA                  PIC 9(08).
015900     05  FCT-CORRIDA                PIC 9(06).
016000     05  FCT-REGISTROS              PIC 9(06).
016100     05  FCT-VEREDICTO              PIC X(01).
016200
016201******************************************************************
016202* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
016203******************************************************************
016204 FD  ARCH-CALENDARIO
016205     LABEL RECORDS ARE STANDARD
016206     RECORD CONTAINS 40 CHARACTERS.
016207 01  CAL-REG.
016208     05  CAL-FECHA                  PIC 9(08).
016209     05  CAL-DESCRIPCION            PIC X(30).
016210     05  FILLER                     PIC X(02).
016211
016300 WORKING-STORAGE SECTION.
016400
016500******************************************************************
016600* SWITCHES DE CONTROL DEL PROGRAMA
016700******************************************************************
016800 77  WS-SW-FIN-DIVISION          PIC X(01) VALUE 'N'.
016900     88  FIN-DE-DIVISION                   VALUE 'S'.
017000     88  NO-FIN-DE-DIVISION                VALUE 'N'.
017100 77  WS-SW-FIN-MAESTRO           PIC X(01) VALUE 'N'.
017200     88  FIN-DE-MAESTRO                    VALUE 'S'.
017300     88  NO-FIN-DE-MAESTRO                 VALUE 'N'.
017400 77  WS-SW-EN-CUADRE             PIC X(01) VALUE 'N'.
017500     88  BALANCE-EN-CUADRE                 VALUE 'S'.
017600     88  BALANCE-FUERA-DE-CUADRE           VALUE 'N'.
017700 77  WS-SW-CORRIDA-OK            PIC X(01) VALUE 'S'.
017800     88  CORRIDA-COINCIDE                  VALUE 'S'.
017900     88  CORRIDA-NO-COINCIDE               VALUE 'N'.
017901 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
017902     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
017903     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
017904 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
017905     88  DIA-HABIL                         VALUE 'S'.
017906     88  DIA-NO-HABIL                      VALUE 'N'.
017907 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
017908     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
017909     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
018000
018100******************************************************************
018200* CODIGOS DE ESTADO DE ARCHIVOS
018300******************************************************************
018400 77  FS-DIVISION                 PIC X(02) VALUE SPACES.
018500 77  FS-CONTROL-DIV              PIC X(02) VALUE SPACES.
018600 77  FS-MAESTRO                  PIC X(02) VALUE SPACES.
018700 77  FS-RESOLUCION               PIC X(02) VALUE SPACES.
018800 77  FS-AVISO                    PIC X(02) VALUE SPACES.
018900 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
019000 77  FS-CORRIDA                  PIC X(02) VALUE SPACES.
019100 77  FS-CONTROL-FRAC             PIC X(02) VALUE SPACES.
019101 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
019102
019103******************************************************************
019104* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
019105* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
019106* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
019107* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
019108******************************************************************
019109 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
019110 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
019111 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
019112 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
019113 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
019200
019300******************************************************************
019400* CIFRAS DEL ARCHIVO DE DIVISIONES Y CIFRAS DE CONTROL
019500******************************************************************
019600 77  WS-REGISTROS-ARCHIVO        PIC 9(06) VALUE ZERO COMP.
019700 77  WS-SUMA-COCIENTES           PIC 9(12) VALUE ZERO COMP.
019800 77  WS-SUMA-RESTOS              PIC 9(10) VALUE ZERO COMP.
019900 77  WS-CONTROL-DIVISIONES       PIC 9(06) VALUE ZERO COMP.
020000 77  WS-CONTROL-COCIENTES        PIC 9(12) VALUE ZERO COMP.
020100 77  WS-CONTROL-RESTOS           PIC 9(10) VALUE ZERO COMP.
020200
020300******************************************************************
020400* NUMERO DE CORRIDA VIGENTE Y CORRIDA DE LOS CONTROLES
020500******************************************************************
020600 77  WS-CORRIDA-ESPERADA         PIC 9(06) VALUE ZERO.
020700 77  WS-CONTROL-CORRIDA          PIC 9(06) VALUE ZERO.
020800
020900******************************************************************
021000* CIFRAS DEL AVISO GENERADO
021100******************************************************************
021200 77  WS-ARTICULOS-CARGADOS       PIC 9(06) VALUE ZERO COMP.
021300 77  WS-RENGLONES-AVISO          PIC 9(06) VALUE ZERO COMP.
021400 77  WS-RENGLONES-SUELTAS        PIC 9(06) VALUE ZERO COMP.
021500 77  WS-SIN-ARTICULO             PIC 9(06) VALUE ZERO COMP.
021501 77  WS-BASE-REPETIDA            PIC 9(06) VALUE ZERO COMP.
021600 77  WS-BULTOS-AVISO             PIC 9(12) VALUE ZERO COMP.
021700 77  WS-SUELTAS-AVISO            PIC 9(10) VALUE ZERO COMP.
021800
021900 01  WS-FECHA-CORRIDA.
022000     05  WS-FC-ANIO              PIC 9(04).
022100     05  WS-FC-MES               PIC 9(02).
022200     05  WS-FC-DIA               PIC 9(02).
022300 01  WS-FECHA-CORRIDA-NUM REDEFINES WS-FECHA-CORRIDA
022400                                 PIC 9(08).
022500
022600 01  LIN-BLANCO                  PIC X(80) VALUE SPACES.
022700
022800 01  LIN-ENCABEZADO-1.
022900     05  FILLER                  PIC X(26) VALUE
023000             "AVISO DE FRACCIONAMIENTO ".
023100     05  FILLER                  PIC X(13) VALUE "AL DEPOSITO".
023200     05  FILLER                  PIC X(07) VALUE "FECHA: ".
023300     05  LE1-DIA                 PIC 99.
023400     05  FILLER                  PIC X(01) VALUE "/".
023500     05  LE1-MES                 PIC 99.
023600     05  FILLER                  PIC X(01) VALUE "/".
023700     05  LE1-ANIO                PIC 9999.
023800     05  FILLER                  PIC X(24) VALUE SPACES.
023900
024000 01  LIN-CIFRA.
024100     05  LC-CONCEPTO             PIC X(30).
024200     05  LC-CIFRA                PIC ZZZ,ZZZ,ZZZ,ZZ9.
024300     05  FILLER                  PIC X(35) VALUE SPACES.
024400
024500 01  LIN-VEREDICTO.
024600     05  FILLER                  PIC X(30) VALUE
024700             "RESULTADO DEL BALANCE......: ".
024800     05  LV-VEREDICTO            PIC X(40).
024900     05  FILLER                  PIC X(10) VALUE SPACES.
025000
025001 01  LIN-DIA-NO-HABIL.
025002     05  FILLER                  PIC X(29) VALUE
025003             "*** CORRIDA EN DIA NO HABIL: ".
025004     05  LNH-MOTIVO              PIC X(30).
025005     05  FILLER                  PIC X(21) VALUE SPACES.
025006
025100 PROCEDURE DIVISION.
025200
025300******************************************************************
025400* 0000-MAINLINE - PARRAFO PRINCIPAL DEL PROGRAMA.
025500******************************************************************
025600 0000-MAINLINE.
025700
025800     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
025900
026000     PERFORM 2000-SUMAR-DIVISIONES
026100         THRU 2000-SUMAR-DIVISIONES-EXIT
026200         UNTIL FIN-DE-DIVISION.
026300
026400     PERFORM 3000-CUADRAR THRU 3000-CUADRAR-EXIT.
026500
026600     IF BALANCE-EN-CUADRE
026700         PERFORM 4000-GENERAR-AVISO
026800             THRU 4000-GENERAR-AVISO-EXIT
026900     ELSE
027000         PERFORM 4500-RETENER-AVISO
027100             THRU 4500-RETENER-AVISO-EXIT.
027200
027300     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
027400
027500     IF BALANCE-FUERA-DE-CUADRE
027600         MOVE 8 TO RETURN-CODE
027700     ELSE
027800         IF WS-SIN-ARTICULO > ZERO OR WS-BASE-REPETIDA > ZERO
027900             MOVE 4 TO RETURN-CODE
028000         ELSE
028100             MOVE 0 TO RETURN-CODE.
028200
028300     STOP RUN.
028400
028500******************************************************************
028600* 1000-INICIALIZAR - LEE LA CORRIDA VIGENTE Y LOS TOTALES DE
028700* CONTROL DE DIVISIONES GRABADOS POR MULTIPLICACION, ABRE LOS
028800* ARCHIVOS Y ARMA LA RESOLUCION DE ARTICULOS. SIN CONTROL DE
028900* DIVISIONES NO HAY CONTRA QUE CUADRAR: SE CORTA CON CODIGO 16.
029000******************************************************************
029100 1000-INICIALIZAR.
029200
029300     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
029301
029302     PERFORM 1900-VERIFICAR-DIA-CORRIDA
029303         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
029400
029500     PERFORM 1050-LEER-CORRIDA THRU 1050-LEER-CORRIDA-EXIT.
029600
029700     OPEN INPUT ARCH-CONTROL-DIV.
029800     IF FS-CONTROL-DIV NOT = "00"
029900         DISPLAY "ERROR AL ABRIR EL CONTROL DE DIVISIONES. "
030000             "ESTADO: " FS-CONTROL-DIV
030100         MOVE 16 TO RETURN-CODE
030200         STOP RUN.
030300
030400     READ ARCH-CONTROL-DIV
030500         AT END
030600             DISPLAY "EL CONTROL DE DIVISIONES ESTA VACIO."
030700             MOVE 16 TO RETURN-CODE
030800             STOP RUN
030900         NOT AT END
031000             MOVE DCT-TOTAL-DIVISIONES TO WS-CONTROL-DIVISIONES
031100             MOVE DCT-SUMA-COCIENTES   TO WS-CONTROL-COCIENTES
031200             MOVE DCT-SUMA-RESTOS      TO WS-CONTROL-RESTOS
031300             MOVE DCT-CORRIDA          TO WS-CONTROL-CORRIDA
031400     END-READ.
031500
031600     CLOSE ARCH-CONTROL-DIV.
031700
031800*    UN CONTROL DE OTRA CORRIDA NO SIRVE PARA CUADRAR ESTE
031900*    ARCHIVO: EL BALANCE QUEDA FUERA DE CUADRE DE ENTRADA.
032000     IF WS-CONTROL-CORRIDA NOT = WS-CORRIDA-ESPERADA
032100         SET CORRIDA-NO-COINCIDE TO TRUE
032200         DISPLAY "EL CONTROL DE DIVISIONES ES DE LA CORRIDA "
032300             WS-CONTROL-CORRIDA " Y LA VIGENTE ES "
032400             WS-CORRIDA-ESPERADA.
032500
032600     OPEN INPUT ARCH-DIVISION.
032700     IF FS-DIVISION NOT = "00"
032800         DISPLAY "ERROR AL ABRIR EL ARCHIVO DE DIVISIONES. "
032900             "ESTADO: " FS-DIVISION
033000         MOVE 16 TO RETURN-CODE
033100         STOP RUN.
033200
033300     OPEN OUTPUT LISTADO.
033400     IF FS-LISTADO NOT = "00"
033500         DISPLAY "ERROR AL ABRIR EL LISTADO DEL AVISO. "
033600             "ESTADO: " FS-LISTADO
033700         MOVE 16 TO RETURN-CODE
033800         STOP RUN.
033900
034000 1000-INICIALIZAR-EXIT.
034100     EXIT.
034200
034300******************************************************************
034400* 1050-LEER-CORRIDA - LEE EL NUMERO DE CORRIDA VIGENTE DEL ARCHIVO
034500* DE CONTROL DE CORRIDAS. SIN ESE NUMERO NO SE PUEDE SABER CONTRA
034600* QUE CORRIDA CUADRAR: SE CORTA CON CODIGO 16.
034700******************************************************************
034800 1050-LEER-CORRIDA.
034900
035000     OPEN INPUT ARCH-CORRIDA.
035100     IF FS-CORRIDA NOT = "00"
035200         DISPLAY "ERROR AL ABRIR EL CONTROL DE CORRIDAS. "
035300             "ESTADO: " FS-CORRIDA
035400         MOVE 16 TO RETURN-CODE
035500         STOP RUN.
035600
035700     READ ARCH-CORRIDA
035800         AT END
035900             DISPLAY "EL CONTROL DE CORRIDAS ESTA VACIO."
036000             MOVE 16 TO RETURN-CODE
036100             STOP RUN
036200         NOT AT END
036300             MOVE CRR-NUMERO-CORRIDA TO WS-CORRIDA-ESPERADA
036400     END-READ.
036500
036600     CLOSE ARCH-CORRIDA.
036700
036800 1050-LEER-CORRIDA-EXIT.
036900     EXIT.
037000
037100******************************************************************
037200* 1200-CARGAR-RESOLUCION - ARMA EL ARCHIVO DE TRABAJO QUE
037300* RESUELVE CADA CANTIDAD BASE A SU ARTICULO, PARA LAS DIVISIONES
037400* QUE NO TRAEN CODIGO. UNA CANTIDAD BASE DE DOS O MAS ARTICULOS
037500* QUEDA MARCADA COMO REPETIDA. EL MAESTRO QUEDA ABIERTO PARA LEER
037600* POR CODIGO. SIN MAESTRO NO HAY COMO DECIRLE AL DEPOSITO QUE
037700* ARTICULO FRACCIONAR: SE CORTA CON CODIGO 16.
037800******************************************************************
037900 1200-CARGAR-RESOLUCION.
038000
038100     OPEN INPUT MAESTRO-ARTICULOS.
038200     IF FS-MAESTRO NOT = "00"
038300         DISPLAY "ERROR AL ABRIR EL MAESTRO DE ARTICULOS. "
038400             "ESTADO: " FS-MAESTRO
038500         MOVE 16 TO RETURN-CODE
038600         STOP RUN.
038700
038800     OPEN OUTPUT ARCH-RESOLUCION.
038900     IF FS-RESOLUCION NOT = "00"
039000         DISPLAY "ERROR AL ABRIR LA RESOLUCION. ESTADO: "
039100             FS-RESOLUCION
039200         MOVE 16 TO RETURN-CODE
039300         STOP RUN.
039301
039302     CLOSE ARCH-RESOLUCION.
039303     OPEN I-O ARCH-RESOLUCION.
039304     IF FS-RESOLUCION NOT = "00"
039305         DISPLAY "ERROR AL ABRIR LA RESOLUCION. ESTADO: "
039306             FS-RESOLUCION
039307         MOVE 16 TO RETURN-CODE
039308         STOP RUN.
039400
039500     SET NO-FIN-DE-MAESTRO TO TRUE.
039600
039700     PERFORM 1250-CARGAR-ARTICULO
039800         THRU 1250-CARGAR-ARTICULO-EXIT
039900         UNTIL FIN-DE-MAESTRO.
040000
040200     CLOSE ARCH-RESOLUCION.
040300
040400     OPEN INPUT ARCH-RESOLUCION.
040500     IF FS-RESOLUCION NOT = "00"
040600         DISPLAY "ERROR AL REABRIR LA RESOLUCION. ESTADO: "
040700             FS-RESOLUCION
040800         MOVE 16 TO RETURN-CODE
040900         STOP RUN.
041000
041100 1200-CARGAR-RESOLUCION-EXIT.
041200     EXIT.
041300
041400******************************************************************
041500* 1250-CARGAR-ARTICULO - GRABA UN ARTICULO DEL MAESTRO EN EL
041600* ARCHIVO DE RESOLUCION. LA CANTIDAD BASE REPETIDA SE MARCA.
041700******************************************************************
041800 1250-CARGAR-ARTICULO.
041900
042000     READ MAESTRO-ARTICULOS NEXT RECORD
042100         AT END
042200             SET FIN-DE-MAESTRO TO TRUE
042300             GO TO 1250-CARGAR-ARTICULO-EXIT
042400     END-READ.
042500
042600     IF FS-MAESTRO NOT = "00"
042700         DISPLAY "ERROR AL LEER EL MAESTRO DE ARTICULOS. "
042800             "ESTADO: " FS-MAESTRO
042900         MOVE 16 TO RETURN-CODE
043000         STOP RUN.
043100
043200     MOVE ART-CANTIDAD-BASE TO REN-CANTIDAD.
043300     MOVE ART-CODIGO        TO REN-CODIGO.
043400     MOVE ART-DESCRIPCION   TO REN-DESCRIPCION.
043401     MOVE "N"               TO REN-REPETIDA.
043500
043600     WRITE REN-REG
043700         INVALID KEY
043800             PERFORM 1260-MARCAR-REPETIDA
043801                 THRU 1260-MARCAR-REPETIDA-EXIT
043900         NOT INVALID KEY
044000             ADD 1 TO WS-ARTICULOS-CARGADOS
044100     END-WRITE.
044200
044300 1250-CARGAR-ARTICULO-EXIT.
044400     EXIT.
044401
044402******************************************************************
044403* 1260-MARCAR-REPETIDA - LA CANTIDAD BASE YA ERA DE OTRO ARTICULO:
044404* NO HAY FORMA DE SABER CUAL DE LOS DOS SE DIVIDIO, ASI QUE LA
044405* CANTIDAD QUEDA MARCADA PARA QUE VIAJE SIN CODIGO.
044406******************************************************************
044407 1260-MARCAR-REPETIDA.
044408
044409     READ ARCH-RESOLUCION
044410         INVALID KEY
044411             DISPLAY "ERROR AL LEER LA RESOLUCION. ESTADO: "
044412                 FS-RESOLUCION
044413             MOVE 16 TO RETURN-CODE
044414             STOP RUN
044415     END-READ.
044416
044417     IF REN-REPETIDA = "S"
044418         GO TO 1260-MARCAR-REPETIDA-EXIT.
044419
044420     MOVE "S" TO REN-REPETIDA.
044421     REWRITE REN-REG
044422         INVALID KEY
044423             DISPLAY "ERROR AL MARCAR LA RESOLUCION. ESTADO: "
044424                 FS-RESOLUCION
044425             MOVE 16 TO RETURN-CODE
044426             STOP RUN
044427     END-REWRITE.
044428
044429 1260-MARCAR-REPETIDA-EXIT.
044430     EXIT.
044500
044501******************************************************************
044502* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
044503* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
044504* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
044505******************************************************************
044506 1900-VERIFICAR-DIA-CORRIDA.
044507
044508     OPEN INPUT ARCH-CALENDARIO.
044509     IF FS-CALENDARIO = "35"
044510         SET CALENDARIO-NO-DISPONIBLE TO TRUE
044511     ELSE
044512         IF FS-CALENDARIO NOT = "00"
044513             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
044514                 FS-CALENDARIO
044515             MOVE 16 TO RETURN-CODE
044516             STOP RUN
044517         END-IF.
044518
044519     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
044520     PERFORM 1950-VERIFICAR-DIA-HABIL
044521         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
044522     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
044523     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
044524
044525     IF CALENDARIO-DISPONIBLE
044526         CLOSE ARCH-CALENDARIO.
044527
044528 1900-VERIFICAR-DIA-CORRIDA-EXIT.
044529     EXIT.
044530
044531******************************************************************
044532* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
044533* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
044534* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
044535******************************************************************
044536 1950-VERIFICAR-DIA-HABIL.
044537
044538     SET DIA-HABIL TO TRUE.
044539     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
044540
044541     COMPUTE WS-ENTERO-HABIL =
044542         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
044543     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
044544         REMAINDER WS-DIA-SEMANA.
044545
044546     IF WS-DIA-SEMANA = 6
044547         SET DIA-NO-HABIL TO TRUE
044548         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
044549         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
044550
044551     IF WS-DIA-SEMANA = 0
044552         SET DIA-NO-HABIL TO TRUE
044553         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
044554         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
044555
044556     IF CALENDARIO-NO-DISPONIBLE
044557         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
044558
044559     MOVE WS-FECHA-HABIL TO CAL-FECHA.
044560     READ ARCH-CALENDARIO
044561         INVALID KEY
044562             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
044563     END-READ.
044564
044565     IF FS-CALENDARIO NOT = "00"
044566         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
044567             FS-CALENDARIO
044568         MOVE 16 TO RETURN-CODE
044569         STOP RUN.
044570
044571     SET DIA-NO-HABIL TO TRUE.
044572     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
044573
044574 1950-VERIFICAR-DIA-HABIL-EXIT.
044575     EXIT.
044576
044600******************************************************************
044700* 2000-SUMAR-DIVISIONES - LEE UN RENGLON DEL ARCHIVO DE
044800* DIVISIONES, LO CUENTA Y ACUMULA SU COCIENTE Y SU RESTO.
044900******************************************************************
045000 2000-SUMAR-DIVISIONES.
045100
045200     READ ARCH-DIVISION
045300         AT END
045400             SET FIN-DE-DIVISION TO TRUE
045500             GO TO 2000-SUMAR-DIVISIONES-EXIT
045600     END-READ.
045700
045800     IF FS-DIVISION NOT = "00" AND FS-DIVISION NOT = "06"
045900         DISPLAY "ERROR AL LEER EL ARCHIVO DE DIVISIONES. "
046000             "ESTADO: " FS-DIVISION
046100         MOVE 16 TO RETURN-CODE
046200         STOP RUN.
046300
046400     ADD 1 TO WS-REGISTROS-ARCHIVO.
046500     ADD DIV-COCIENTE TO WS-SUMA-COCIENTES.
046600     ADD DIV-RESTO    TO WS-SUMA-RESTOS.
046700
046800 2000-SUMAR-DIVISIONES-EXIT.
046900     EXIT.
047000
047100******************************************************************
047200* 3000-CUADRAR - COMPARA LAS CIFRAS DEL ARCHIVO DE DIVISIONES
047300* CONTRA LAS DE CONTROL E IMPRIME EL BALANCE EN EL LISTADO.
047400******************************************************************
047500 3000-CUADRAR.
047600
047700     IF WS-REGISTROS-ARCHIVO = WS-CONTROL-DIVISIONES AND
047800             WS-SUMA-COCIENTES = WS-CONTROL-COCIENTES AND
047900             WS-SUMA-RESTOS = WS-CONTROL-RESTOS AND
048000             CORRIDA-COINCIDE
048100         SET BALANCE-EN-CUADRE TO TRUE
048200     ELSE
048300         SET BALANCE-FUERA-DE-CUADRE TO TRUE.
048400
048500     MOVE WS-FC-DIA  TO LE1-DIA.
048600     MOVE WS-FC-MES  TO LE1-MES.
048700     MOVE WS-FC-ANIO TO LE1-ANIO.
048800     WRITE LINEA-LISTADO FROM LIN-BLANCO.
048900     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
048901     IF CORRIDA-EN-DIA-NO-HABIL
048902         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
049000     WRITE LINEA-LISTADO FROM LIN-BLANCO.
049100
049200     MOVE "REGISTROS EN EL ARCHIVO....: " TO LC-CONCEPTO.
049300     MOVE WS-REGISTROS-ARCHIVO TO LC-CIFRA.
049400     WRITE LINEA-LISTADO FROM LIN-CIFRA.
049500
049600     MOVE "REGISTROS SEGUN CONTROL....: " TO LC-CONCEPTO.
049700     MOVE WS-CONTROL-DIVISIONES TO LC-CIFRA.
049800     WRITE LINEA-LISTADO FROM LIN-CIFRA.
049900
050000     MOVE "SUMA DE COCIENTES..........: " TO LC-CONCEPTO.
050100     MOVE WS-SUMA-COCIENTES TO LC-CIFRA.
050200     WRITE LINEA-LISTADO FROM LIN-CIFRA.
050300
050400     MOVE "COCIENTES SEGUN CONTROL....: " TO LC-CONCEPTO.
050500     MOVE WS-CONTROL-COCIENTES TO LC-CIFRA.
050600     WRITE LINEA-LISTADO FROM LIN-CIFRA.
050700
050800     MOVE "SUMA DE RESTOS.............: " TO LC-CONCEPTO.
050900     MOVE WS-SUMA-RESTOS TO LC-CIFRA.
051000     WRITE LINEA-LISTADO FROM LIN-CIFRA.
051100
051200     MOVE "RESTOS SEGUN CONTROL.......: " TO LC-CONCEPTO.
051300     MOVE WS-CONTROL-RESTOS TO LC-CIFRA.
051400     WRITE LINEA-LISTADO FROM LIN-CIFRA.
051500
051600     MOVE "CORRIDA VIGENTE............: " TO LC-CONCEPTO.
051700     MOVE WS-CORRIDA-ESPERADA TO LC-CIFRA.
051800     WRITE LINEA-LISTADO FROM LIN-CIFRA.
051900
052000     MOVE "CORRIDA SEGUN CONTROL......: " TO LC-CONCEPTO.
052100     MOVE WS-CONTROL-CORRIDA TO LC-CIFRA.
052200     WRITE LINEA-LISTADO FROM LIN-CIFRA.
052300
052400     WRITE LINEA-LISTADO FROM LIN-BLANCO.
052500
052600     IF BALANCE-EN-CUADRE
052700         MOVE "EN CUADRE - AVISO ENVIADO AL DEPOSITO"
052800             TO LV-VEREDICTO
052900     ELSE
053000         MOVE "FUERA DE CUADRE - AVISO RETENIDO"
053100             TO LV-VEREDICTO.
053200
053300     WRITE LINEA-LISTADO FROM LIN-VEREDICTO.
053400
053500     DISPLAY "REGISTROS EN EL ARCHIVO....: " WS-REGISTROS-ARCHIVO.
053600     DISPLAY "REGISTROS SEGUN CONTROL....: "
053700         WS-CONTROL-DIVISIONES.
053800     DISPLAY "SUMA DE COCIENTES..........: " WS-SUMA-COCIENTES.
053900     DISPLAY "COCIENTES SEGUN CONTROL....: " WS-CONTROL-COCIENTES.
054000     DISPLAY "SUMA DE RESTOS.............: " WS-SUMA-RESTOS.
054100     DISPLAY "RESTOS SEGUN CONTROL.......: " WS-CONTROL-RESTOS.
054200     DISPLAY "RESULTADO DEL BALANCE......: " LV-VEREDICTO.
054300
054400 3000-CUADRAR-EXIT.
054500     EXIT.
054600
054700******************************************************************
054800* 4000-GENERAR-AVISO - EL BALANCE CERRO: SE RELEE EL ARCHIVO DE
054900* DIVISIONES Y SE ARMA EL AVISO AL DEPOSITO CON SU ENCABEZADO, UN
055000* RENGLON POR DIVISION Y EL CIERRE CON LAS CIFRAS DE CONTROL.
055100******************************************************************
055200 4000-GENERAR-AVISO.
055300
055400     PERFORM 1200-CARGAR-RESOLUCION
055500         THRU 1200-CARGAR-RESOLUCION-EXIT.
055600
055700     CLOSE ARCH-DIVISION.
055800     OPEN INPUT ARCH-DIVISION.
055900     IF FS-DIVISION NOT = "00"
056000         DISPLAY "ERROR AL REABRIR EL ARCHIVO DE DIVISIONES. "
056100             "ESTADO: " FS-DIVISION
056200         MOVE 16 TO RETURN-CODE
056300         STOP RUN.
056400
056500     OPEN OUTPUT ARCH-AVISO.
056600     IF FS-AVISO NOT = "00"
056700         DISPLAY "ERROR AL ABRIR EL AVISO AL DEPOSITO. "
056800             "ESTADO: " FS-AVISO
056900         MOVE 16 TO RETURN-CODE
057000         STOP RUN.
057100
057200     MOVE SPACES               TO AVI-REG.
057300     MOVE "H"                  TO AVI-TIPO.
057400     MOVE "DEPOSITO  "         TO AVI-H-DESTINO.
057500     MOVE WS-FECHA-CORRIDA-NUM TO AVI-H-FECHA.
057600     MOVE WS-CORRIDA-ESPERADA  TO AVI-H-CORRIDA.
057700     PERFORM 4900-GRABAR-AVISO THRU 4900-GRABAR-AVISO-EXIT.
057800
057900     SET NO-FIN-DE-DIVISION TO TRUE.
058000
058100     PERFORM 4100-ARMAR-RENGLON
058200         THRU 4100-ARMAR-RENGLON-EXIT
058300         UNTIL FIN-DE-DIVISION.
058400
058500     MOVE SPACES             TO AVI-REG.
058600     MOVE "T"                TO AVI-TIPO.
058700     MOVE WS-RENGLONES-AVISO TO AVI-T-CANTIDAD.
058800     MOVE WS-BULTOS-AVISO    TO AVI-T-BULTOS.
058900     MOVE WS-SUELTAS-AVISO   TO AVI-T-SUELTAS.
059000     PERFORM 4900-GRABAR-AVISO THRU 4900-GRABAR-AVISO-EXIT.
059100
059200     CLOSE ARCH-AVISO.
059300     CLOSE ARCH-RESOLUCION.
059301     CLOSE MAESTRO-ARTICULOS.
059400
059500     MOVE "ARTICULOS EN RESOLUCION....: " TO LC-CONCEPTO.
059600     MOVE WS-ARTICULOS-CARGADOS TO LC-CIFRA.
059700     WRITE LINEA-LISTADO FROM LIN-CIFRA.
059800
059900     MOVE "RENGLONES AL DEPOSITO......: " TO LC-CONCEPTO.
060000     MOVE WS-RENGLONES-AVISO TO LC-CIFRA.
060100     WRITE LINEA-LISTADO FROM LIN-CIFRA.
060200
060300     MOVE "BULTOS A ARMAR.............: " TO LC-CONCEPTO.
060400     MOVE WS-BULTOS-AVISO TO LC-CIFRA.
060500     WRITE LINEA-LISTADO FROM LIN-CIFRA.
060600
060700     MOVE "RENGLONES CON SUELTAS......: " TO LC-CONCEPTO.
060800     MOVE WS-RENGLONES-SUELTAS TO LC-CIFRA.
060900     WRITE LINEA-LISTADO FROM LIN-CIFRA.
061000
061100     MOVE "UNIDADES SUELTAS...........: " TO LC-CONCEPTO.
061200     MOVE WS-SUELTAS-AVISO TO LC-CIFRA.
061300     WRITE LINEA-LISTADO FROM LIN-CIFRA.
061400
061500     MOVE "RENGLONES SIN ARTICULO.....: " TO LC-CONCEPTO.
061600     MOVE WS-SIN-ARTICULO TO LC-CIFRA.
061700     WRITE LINEA-LISTADO FROM LIN-CIFRA.
061701
061702     MOVE "RENGLONES CON BASE REPETIDA: " TO LC-CONCEPTO.
061703     MOVE WS-BASE-REPETIDA TO LC-CIFRA.
061704     WRITE LINEA-LISTADO FROM LIN-CIFRA.
061800
061900     DISPLAY "RENGLONES AL DEPOSITO......: " WS-RENGLONES-AVISO.
062000     DISPLAY "RENGLONES SIN ARTICULO.....: " WS-SIN-ARTICULO.
062001     DISPLAY "RENGLONES CON BASE REPETIDA: " WS-BASE-REPETIDA.
062100
062200 4000-GENERAR-AVISO-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600* 4100-ARMAR-RENGLON - ARMA EL RENGLON DEL AVISO PARA UNA
062700* DIVISION: LA CANTIDAD SE ARMA EN TANTOS BULTOS DEL DIVISOR COMO
062800* DIO EL COCIENTE Y EL RESTO VIAJA COMO UNIDADES SUELTAS, MARCADO.
062900* EL ARTICULO SE TOMA DEL MAESTRO POR EL CODIGO DE LA DIVISION O,
063000* SIN CODIGO, POR LA CANTIDAD BASE (4150-RESOLVER-ARTICULO).
063100******************************************************************
063200 4100-ARMAR-RENGLON.
063300
063400     READ ARCH-DIVISION
063500         AT END
063600             SET FIN-DE-DIVISION TO TRUE
063700             GO TO 4100-ARMAR-RENGLON-EXIT
063800     END-READ.
063900
064000     IF FS-DIVISION NOT = "00" AND FS-DIVISION NOT = "06"
064100         DISPLAY "ERROR AL RELEER EL ARCHIVO DE DIVISIONES. "
064200             "ESTADO: " FS-DIVISION
064300         MOVE 16 TO RETURN-CODE
064400         STOP RUN.
064500
064600     MOVE SPACES        TO AVI-REG.
064700     MOVE "D"           TO AVI-TIPO.
064800     MOVE DIV-NUMERO    TO AVI-D-CANTIDAD.
064900     MOVE DIV-DIVISOR   TO AVI-D-DIVISOR.
065000     MOVE DIV-COCIENTE  TO AVI-D-BULTOS.
065100     MOVE DIV-RESTO     TO AVI-D-SUELTAS.
065200
065300     PERFORM 4150-RESOLVER-ARTICULO
065400         THRU 4150-RESOLVER-ARTICULO-EXIT.
066400
066500     IF DIV-RESTO > ZERO
066600         MOVE "S" TO AVI-D-MARCA-SUELTAS
066700         ADD 1 TO WS-RENGLONES-SUELTAS
066800     ELSE
066900         MOVE "N" TO AVI-D-MARCA-SUELTAS.
067000
067100     PERFORM 4900-GRABAR-AVISO THRU 4900-GRABAR-AVISO-EXIT.
067200
067300     ADD 1            TO WS-RENGLONES-AVISO.
067400     ADD DIV-COCIENTE TO WS-BULTOS-AVISO.
067500     ADD DIV-RESTO    TO WS-SUELTAS-AVISO.
067600
067700 4100-ARMAR-RENGLON-EXIT.
067800     EXIT.
067801
067802******************************************************************
067803* 4150-RESOLVER-ARTICULO - PONE EN EL RENGLON EL CODIGO Y LA
067804* DESCRIPCION DEL ARTICULO. CON CODIGO EN LA DIVISION SE LEE EL
067805* MAESTRO; SIN CODIGO SE BUSCA LA CANTIDAD BASE EN LA RESOLUCION.
067806* UNA CANTIDAD QUE NO ES LA BASE DE NINGUN ARTICULO, O QUE ES LA
067807* DE VARIOS, VIAJA SIN CODIGO PARA QUE EL DEPOSITO LA RECLAME.
067808******************************************************************
067809 4150-RESOLVER-ARTICULO.
067810
067811     IF DIV-CODIGO = SPACES
067812         GO TO 4150-RESOLVER-POR-BASE.
067813
067814     MOVE DIV-CODIGO TO ART-CODIGO.
067815     READ MAESTRO-ARTICULOS
067816         INVALID KEY
067817             MOVE SPACES TO AVI-D-CODIGO
067818             MOVE "SIN ARTICULO EN EL MAESTRO"
067819                 TO AVI-D-DESCRIPCION
067820             ADD 1 TO WS-SIN-ARTICULO
067821         NOT INVALID KEY
067822             MOVE ART-CODIGO      TO AVI-D-CODIGO
067823             MOVE ART-DESCRIPCION TO AVI-D-DESCRIPCION
067824     END-READ.
067825
067826     GO TO 4150-RESOLVER-ARTICULO-EXIT.
067827
067828 4150-RESOLVER-POR-BASE.
067829
067830     MOVE DIV-NUMERO TO REN-CANTIDAD.
067831     READ ARCH-RESOLUCION
067832         INVALID KEY
067833             MOVE SPACES TO AVI-D-CODIGO
067834             MOVE "SIN ARTICULO EN EL MAESTRO"
067835                 TO AVI-D-DESCRIPCION
067836             ADD 1 TO WS-SIN-ARTICULO
067837             GO TO 4150-RESOLVER-ARTICULO-EXIT
067838     END-READ.
067839
067840     IF REN-REPETIDA = "S"
067841         MOVE SPACES TO AVI-D-CODIGO
067842         MOVE "VARIOS ARTICULOS CON ESA BASE"
067843             TO AVI-D-DESCRIPCION
067844         ADD 1 TO WS-BASE-REPETIDA
067845         GO TO 4150-RESOLVER-ARTICULO-EXIT.
067846
067847     MOVE REN-CODIGO      TO AVI-D-CODIGO.
067848     MOVE REN-DESCRIPCION TO AVI-D-DESCRIPCION.
067849
067850 4150-RESOLVER-ARTICULO-EXIT.
067851     EXIT.
067900
068000******************************************************************
068100* 4500-RETENER-AVISO - EL BALANCE NO CERRO: SE DEJA EL AVISO
068200* VACIO, PARA QUE NO QUEDE A MANO EL DE UNA CORRIDA ANTERIOR SI
068300* ALGUIEN IGNORA EL CODIGO DE RETORNO.
068400******************************************************************
068500 4500-RETENER-AVISO.
068600
068700     OPEN OUTPUT ARCH-AVISO.
068800     IF FS-AVISO NOT = "00"
068900         DISPLAY "ERROR AL RETENER EL AVISO AL DEPOSITO. "
069000             "ESTADO: " FS-AVISO
069100         MOVE 16 TO RETURN-CODE
069200         STOP RUN.
069300
069400     CLOSE ARCH-AVISO.
069500
069600 4500-RETENER-AVISO-EXIT.
069700     EXIT.
069800
069900******************************************************************
070000* 4900-GRABAR-AVISO - GRABA EN EL AVISO EL REGISTRO YA ARMADO.
070100******************************************************************
070200 4900-GRABAR-AVISO.
070300
070400     WRITE AVI-REG.
070500     IF FS-AVISO NOT = "00"
070600         DISPLAY "ERROR AL GRABAR EL AVISO AL DEPOSITO. "
070700             "ESTADO: " FS-AVISO
070800         MOVE 16 TO RETURN-CODE
070900         STOP RUN.
071000
071100 4900-GRABAR-AVISO-EXIT.
071200     EXIT.
071300
071400******************************************************************
071500* 8000-FINALIZAR - GRABA EL CONTROL DEL AVISO Y CIERRA LOS
071600* ARCHIVOS DE LA CORRIDA.
071700******************************************************************
071800 8000-FINALIZAR.
071900
072000     PERFORM 8100-GRABAR-CONTROL-FRAC
072100         THRU 8100-GRABAR-CONTROL-FRAC-EXIT.
072200
072300     CLOSE ARCH-DIVISION.
072400     CLOSE LISTADO.
072500
072600 8000-FINALIZAR-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000* 8100-GRABAR-CONTROL-FRAC - GRABA EL VEREDICTO Y LOS RENGLONES
073100* DEL AVISO EN SU ARCHIVO DE CONTROL, PARA EL CRUCE DE LA HOJA DE
073200* CIERRE DEL DIA.
073300******************************************************************
073400 8100-GRABAR-CONTROL-FRAC.
073500
073600     MOVE WS-FECHA-CORRIDA-NUM TO FCT-FECHA.
073700     MOVE WS-CORRIDA-ESPERADA  TO FCT-CORRIDA.
073800     MOVE WS-RENGLONES-AVISO   TO FCT-REGISTROS.
073900     IF BALANCE-EN-CUADRE
074000         MOVE "C" TO FCT-VEREDICTO
074100     ELSE
074200         MOVE "F" TO FCT-VEREDICTO.
074300
074400     OPEN OUTPUT ARCH-CONTROL-FRAC.
074500     IF FS-CONTROL-FRAC NOT = "00"
074600         DISPLAY "ERROR AL ABRIR EL CONTROL DEL AVISO. "
074700             "ESTADO: " FS-CONTROL-FRAC
074800         MOVE 16 TO RETURN-CODE
074900         STOP RUN.
075000
075100     WRITE FCT-REG.
075200     IF FS-CONTROL-FRAC NOT = "00"
075300         DISPLAY "ERROR AL GRABAR EL CONTROL DEL AVISO. "
075400             "ESTADO: " FS-CONTROL-FRAC
075500         MOVE 16 TO RETURN-CODE
075600         STOP RUN.
075700
075800     CLOSE ARCH-CONTROL-FRAC.
075900
076000 8100-GRABAR-CONTROL-FRAC-EXIT.
076100     EXIT.
076200
076300 END PROGRAM FRACDEPOSITO.
