000100******************************************************************
000200* AUTHOR.     J. FERNANDEZ.
000300* INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400* DATE-WRITTEN. 2026-10-14.
000500* DATE-COMPILED.
000600* PURPOSE.    AUDITORIA NOCTURNA DE INTEGRIDAD DEL MAESTRO DE
000700*             ARTICULOS CONTRA EL RESTO DEL SISTEMA. SOLO LECTURA.
000800*             INFORMA LAS CANTIDADES BASE REPETIDAS (EL RETRABAJO
000900*             DE RECHAZOS SE QUEDA CON EL PRIMER ARTICULO Y PUEDE
001000*             RECICLAR EL EQUIVOCADO), LOS PRECIOS EN CERO O NO
001100*             NUMERICOS DE ARTICULOS QUE SE VALORIZAN, LOS RANGOS
001200*             CON EL TOPE MENOR QUE EL PISO O CUYO TOPE DESBORDA
001300*             EL CAMPO DE IMPORTE DE LA MULTIPLICACION, LAS CLAVES
001400*             "C" DE LA HISTORIA CUYO ARTICULO YA NO ESTA EN EL
001500*             MAESTRO Y LOS ARTICULOS SIN TABLA GENERADA EN LA
001600*             HISTORIA HACE MAS DE N DIAS (ARCHIVO DE PARAMETROS,
001700*             30 POR DEFECTO). TERMINA CON CODIGO 0 SI NO HAY
001800*             OBSERVACIONES, 4 SI SOLO HAY AVISOS Y 8 SI HAY
001900*             ERRORES, PARA QUE EL PLANIFICADOR FRENE LA
002000*             MULTIPLICACION DE LA MANANA.
002100* TECTONICS.  COBC.
002200*-----------------------------------------------------------*
002300* MODIFICATION HISTORY.
002400* -----------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* 2026-10-14 JFR   PROGRAMA ORIGINAL. HASTA AHORA UN MAESTRO MAL
002700*                  ACTUALIZADO SE DESCUBRIA AL RECLAMAR PRECIOS.
002701* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
002702*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
002703*                  ENCABEZADO DEL REPORTE.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. AUDMAESTRO.
003100 AUTHOR. J. FERNANDEZ.
003200 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003300 DATE-WRITTEN. 2026-10-14.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900
004000     SELECT MAESTRO-ARTICULOS ASSIGN TO MAESTRO
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ART-CODIGO
004400         FILE STATUS IS FS-MAESTRO.
004500
004600     SELECT ARCH-HISTORIA ASSIGN TO HISTORIA
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS HIS-CLAVE
005000         FILE STATUS IS FS-HISTORIA.
005100
005200     SELECT ARCH-RANGO ASSIGN TO RANGOS
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FS-RANGO.
005500
005600     SELECT ARCH-PARAMETROS ASSIGN TO PARAUDMAE
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FS-PARAMETROS.
005900
006000     SELECT ORD-MAESTRO ASSIGN TO ORDAUDMAE.
006100
006200     SELECT TRAB-MAESTRO ASSIGN TO TRABAUDMAE
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FS-TRABAJO.
006500
006600     SELECT LISTADO ASSIGN TO LISTAUDMAE
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS FS-LISTADO.
006801
006802     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
006803         ORGANIZATION IS INDEXED
006804         ACCESS MODE IS RANDOM
006805         RECORD KEY IS CAL-FECHA
006806         FILE STATUS IS FS-CALENDARIO.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200
007300 FD  MAESTRO-ARTICULOS
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 53 CHARACTERS.
007600 01  ART-REG.
007700     05  ART-CODIGO                 PIC X(04).
007800     05  ART-DESCRIPCION            PIC X(30).
007900     05  ART-CANTIDAD-BASE          PIC 9(04).
008000     05  ART-PRECIO-UNITARIO        PIC 9(05)V99.
008100     05  ART-RANGO-BAJO             PIC 9(04).
008200     05  ART-RANGO-ALTO             PIC 9(04).
008300
008400 FD  ARCH-HISTORIA
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 73 CHARACTERS.
008700 01  HIS-REG.
008800     05  HIS-CLAVE                  PIC X(05).
008900     05  HIS-NUMERO                 PIC 9(04).
009000     05  HIS-RANGO-BAJO             PIC 9(04).
009100     05  HIS-RANGO-ALTO             PIC 9(04).
009200     05  HIS-RESULTADO              PIC 9(08).
009300     05  HIS-FECHA                  PIC 9(08).
009400     05  HIS-NUMERO-ANT             PIC 9(04).
009500     05  HIS-RANGO-BAJO-ANT         PIC 9(04).
009600     05  HIS-RANGO-ALTO-ANT         PIC 9(04).
009700     05  HIS-RESULTADO-ANT          PIC 9(08).
009800     05  HIS-FECHA-ANT              PIC 9(08).
009900     05  HIS-CORRIDA                PIC 9(06).
010000     05  HIS-CORRIDA-ANT            PIC 9(06).
010100
010200 FD  ARCH-RANGO
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 8 CHARACTERS.
010500 01  RANGO-REG.
010600     05  RANGO-REG-BAJO             PIC 9(04).
010700     05  RANGO-REG-ALTO             PIC 9(04).
010800
010900******************************************************************
011000* PARAMETROS DE LA AUDITORIA: DIAS SIN TABLA EN LA HISTORIA QUE SE
011100* TOLERAN ANTES DE AVISAR.
011200******************************************************************
011300 FD  ARCH-PARAMETROS
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 3 CHARACTERS.
011600 01  PAM-REG.
011700     05  PAM-DIAS                   PIC X(03).
011800     05  PAM-DIAS-NUM REDEFINES PAM-DIAS
011900                                    PIC 9(03).
012000
012100 SD  ORD-MAESTRO
012200     RECORD CONTAINS 53 CHARACTERS.
012300 01  ORD-REG.
012400     05  ORD-CODIGO                 PIC X(04).
012500     05  ORD-DESCRIPCION            PIC X(30).
012600     05  ORD-CANTIDAD-BASE          PIC X(04).
012700     05  FILLER                     PIC X(15).
012800
012900 FD  TRAB-MAESTRO
013000     LABEL RECORDS ARE STANDARD
013100     RECORD CONTAINS 53 CHARACTERS.
013200 01  TRB-REG.
013300     05  TRB-CODIGO                 PIC X(04).
013400     05  TRB-DESCRIPCION            PIC X(30).
013500     05  TRB-CANTIDAD-BASE          PIC X(04).
013600     05  TRB-CANTIDAD-BASE-NUM REDEFINES TRB-CANTIDAD-BASE
013700                                    PIC 9(04).
013800     05  FILLER                     PIC X(15).
013900
014000 FD  LISTADO
014100     LABEL RECORDS ARE STANDARD
014200     RECORD CONTAINS 80 CHARACTERS.
014300 01  LINEA-LISTADO                  PIC X(80).
014400
014401******************************************************************
014402* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
014403******************************************************************
014404 FD  ARCH-CALENDARIO
014405     LABEL RECORDS ARE STANDARD
014406     RECORD CONTAINS 40 CHARACTERS.
014407 01  CAL-REG.
014408     05  CAL-FECHA                  PIC 9(08).
014409     05  CAL-DESCRIPCION            PIC X(30).
014410     05  FILLER                     PIC X(02).
014411
014500 WORKING-STORAGE SECTION.
014600
014700******************************************************************
014800* SWITCHES DE CONTROL DEL PROGRAMA
014900******************************************************************
015000 77  WS-SW-FIN-TRABAJO           PIC X(01) VALUE 'N'.
015100     88  FIN-DE-TRABAJO                    VALUE 'S'.
015200     88  NO-FIN-DE-TRABAJO                 VALUE 'N'.
015300 77  WS-SW-FIN-MAESTRO           PIC X(01) VALUE 'N'.
015400     88  FIN-DE-MAESTRO                    VALUE 'S'.
015500     88  NO-FIN-DE-MAESTRO                 VALUE 'N'.
015600 77  WS-SW-FIN-HISTORIA          PIC X(01) VALUE 'N'.
015700     88  FIN-DE-HISTORIA                   VALUE 'S'.
015800     88  NO-FIN-DE-HISTORIA                VALUE 'N'.
015900 77  WS-SW-HISTORIA              PIC X(01) VALUE 'N'.
016000     88  HISTORIA-DISPONIBLE               VALUE 'S'.
016100     88  HISTORIA-NO-DISPONIBLE            VALUE 'N'.
016200 77  WS-SW-TABLA                 PIC X(01) VALUE 'N'.
016300     88  ARTICULO-CON-TABLA                VALUE 'S'.
016400     88  ARTICULO-SIN-TABLA                VALUE 'N'.
016500 77  WS-SW-PRECIO                PIC X(01) VALUE 'S'.
016600     88  PRECIO-VALIDO                     VALUE 'S'.
016700     88  PRECIO-INVALIDO                   VALUE 'N'.
016800 77  WS-SW-OBSERVADO             PIC X(01) VALUE 'N'.
016900     88  SECCION-CON-OBSERVACIONES         VALUE 'S'.
017000     88  SECCION-SIN-OBSERVACIONES         VALUE 'N'.
017001 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
017002     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
017003     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
017004 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
017005     88  DIA-HABIL                         VALUE 'S'.
017006     88  DIA-NO-HABIL                      VALUE 'N'.
017007 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
017008     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
017009     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
017100
017200******************************************************************
017300* CODIGOS DE ESTADO DE ARCHIVOS
017400******************************************************************
017500 77  FS-MAESTRO                  PIC X(02) VALUE SPACES.
017600 77  FS-HISTORIA                 PIC X(02) VALUE SPACES.
017700 77  FS-RANGO                    PIC X(02) VALUE SPACES.
017800 77  FS-PARAMETROS               PIC X(02) VALUE SPACES.
017900 77  FS-TRABAJO                  PIC X(02) VALUE SPACES.
018000 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
018001 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
018002
018003******************************************************************
018004* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
018005* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
018006* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
018007* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
018008******************************************************************
018009 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
018010 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
018011 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
018012 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
018013 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
018100
018200******************************************************************
018300* PARAMETROS DE LA CORRIDA. SIN ARCHIVO DE PARAMETROS SE AVISA DE
018400* LOS ARTICULOS SIN TABLA EN LOS ULTIMOS 30 DIAS.
018500******************************************************************
018600 77  WS-DIAS-SIN-TABLA           PIC 9(03) VALUE 30.
018700
018800******************************************************************
018900* RANGO DEL MULTIPLICADOR (CONTROLADO POR EL ARCHIVO RANGOS) Y
019000* TOPE DEL CAMPO DE IMPORTE DE LA MULTIPLICACION, 9(09)V99
019100******************************************************************
019200 77  WS-RANGO-BAJO               PIC 9(04) VALUE 0001.
019300 77  WS-RANGO-ALTO               PIC 9(04) VALUE 0010.
019400 77  WS-TOPE-IMPORTE             PIC 9(09)V99 VALUE 999999999.99.
019500
019600******************************************************************
019700* CONTADORES DE CONTROL DE LA CORRIDA
019800******************************************************************
019900 77  WS-TOTAL-ARTICULOS          PIC 9(06) VALUE ZERO COMP.
020000 77  WS-TOTAL-REPETIDAS          PIC 9(06) VALUE ZERO COMP.
020100 77  WS-TOTAL-CANTIDAD-INVALIDA  PIC 9(06) VALUE ZERO COMP.
020200 77  WS-TOTAL-PRECIO-INVALIDO    PIC 9(06) VALUE ZERO COMP.
020300 77  WS-TOTAL-PRECIO-CERO        PIC 9(06) VALUE ZERO COMP.
020400 77  WS-TOTAL-RANGO-INVERTIDO    PIC 9(06) VALUE ZERO COMP.
020500 77  WS-TOTAL-RANGO-DESBORDA     PIC 9(06) VALUE ZERO COMP.
020600 77  WS-TOTAL-SIN-TABLA          PIC 9(06) VALUE ZERO COMP.
020700 77  WS-TOTAL-CLAVES-HISTORIA    PIC 9(06) VALUE ZERO COMP.
020800 77  WS-TOTAL-HUERFANAS          PIC 9(06) VALUE ZERO COMP.
020900 77  WS-TOTAL-ERRORES            PIC 9(06) VALUE ZERO COMP.
021000 77  WS-TOTAL-AVISOS             PIC 9(06) VALUE ZERO COMP.
021100
021200******************************************************************
021300* CAMPOS DE TRABAJO DE LA REVISION
021400******************************************************************
021500 77  WS-CANTIDAD-ANTERIOR        PIC X(04) VALUE SPACES.
021600 77  WS-CODIGO-PRIMERO           PIC X(04) VALUE SPACES.
021700 77  WS-TOPE-EFECTIVO            PIC 9(04) VALUE ZERO.
021800 77  WS-IMPORTE-MAXIMO           PIC 9(13)V99 VALUE ZERO.
021900 77  WS-FECHA-ENTERA-HOY         PIC 9(07) VALUE ZERO COMP.
022000 77  WS-FECHA-ENTERA-TABLA       PIC 9(07) VALUE ZERO COMP.
022100 77  WS-DIAS-TRANSCURRIDOS       PIC 9(07) VALUE ZERO COMP.
022200 77  WS-DIAS-EDIT                PIC ZZZZ9.
022300 77  WS-IMPORTE-EDIT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
022400 01  WS-CLAVE-HISTORIA.
022500     05  WS-CH-TIPO              PIC X(01).
022600     05  WS-CH-CODIGO            PIC X(04).
022700
022800******************************************************************
022900* CONTROL DEL LISTADO IMPRESO
023000******************************************************************
023100 77  WS-NUMERO-PAGINA            PIC 9(03) VALUE ZERO COMP.
023200 77  WS-LINEAS-EN-PAGINA         PIC 9(03) VALUE ZERO COMP.
023300 77  WS-MAX-LINEAS-PAGINA        PIC 9(03) VALUE 50 COMP.
023400
023500 01  WS-FECHA-CORRIDA.
023600     05  WS-FC-ANIO              PIC 9(04).
023700     05  WS-FC-MES               PIC 9(02).
023800     05  WS-FC-DIA               PIC 9(02).
023900 01  WS-FECHA-CORRIDA-NUM REDEFINES WS-FECHA-CORRIDA
024000                                 PIC 9(08).
024100
024200 01  LIN-BLANCO                  PIC X(80) VALUE SPACES.
024300
024400 01  LIN-ENCABEZADO-1.
024500     05  FILLER                  PIC X(26) VALUE
024600             "AUDITORIA DEL MAESTRO DE A".
024700     05  FILLER                  PIC X(13) VALUE "RTICULOS".
024800     05  FILLER                  PIC X(07) VALUE "FECHA: ".
024900     05  LE1-DIA                 PIC 99.
025000     05  FILLER                  PIC X(01) VALUE "/".
025100     05  LE1-MES                 PIC 99.
025200     05  FILLER                  PIC X(01) VALUE "/".
025300     05  LE1-ANIO                PIC 9999.
025400     05  FILLER                  PIC X(10) VALUE SPACES.
025500     05  FILLER                  PIC X(07) VALUE "PAGINA ".
025600     05  LE1-PAGINA              PIC ZZ9.
025700     05  FILLER                  PIC X(04) VALUE SPACES.
025800
025900 01  LIN-PARAMETROS.
026000     05  FILLER                  PIC X(18) VALUE
026100             "  DIAS SIN TABLA: ".
026200     05  LPA-DIAS                PIC ZZ9.
026300     05  FILLER                  PIC X(20) VALUE
026400             "    RANGO GENERAL: ".
026500     05  LPA-RANGO-BAJO          PIC 9(04).
026600     05  FILLER                  PIC X(01) VALUE "-".
026700     05  LPA-RANGO-ALTO          PIC 9(04).
026800     05  FILLER                  PIC X(30) VALUE SPACES.
026900
027000 01  LIN-SECCION.
027100     05  FILLER                  PIC X(02) VALUE SPACES.
027200     05  LSE-TITULO              PIC X(60).
027300     05  FILLER                  PIC X(18) VALUE SPACES.
027400
027500 01  LIN-ENCABEZADO-2.
027600     05  FILLER                  PIC X(02) VALUE SPACES.
027700     05  FILLER                  PIC X(07) VALUE "GRAVED.".
027800     05  FILLER                  PIC X(06) VALUE "CODIGO".
027900     05  FILLER                  PIC X(32) VALUE " DESCRIPCION".
028000     05  FILLER                  PIC X(33) VALUE "OBSERVACION".
028100
028200 01  LIN-DETALLE.
028300     05  FILLER                  PIC X(02) VALUE SPACES.
028400     05  LD-GRAVEDAD             PIC X(05).
028500     05  FILLER                  PIC X(02) VALUE SPACES.
028600     05  LD-CODIGO               PIC X(04).
028700     05  FILLER                  PIC X(01) VALUE SPACE.
028800     05  LD-DESCRIPCION          PIC X(30).
028900     05  FILLER                  PIC X(01) VALUE SPACE.
029000     05  LD-OBSERVACION          PIC X(35).
029100
029200 01  LIN-SIN-OBSERVACIONES.
029300     05  FILLER                  PIC X(22) VALUE
029400             "    SIN OBSERVACIONES.".
029500     05  FILLER                  PIC X(58) VALUE SPACES.
029600
029700 01  LIN-SIN-HISTORIA.
029800     05  FILLER                  PIC X(33) VALUE
029900             "    NO HAY HISTORIA: REVISION NO ".
030000     05  FILLER                  PIC X(47) VALUE "REALIZADA.".
030100
030200 01  LIN-TOTAL.
030300     05  LT-CONCEPTO             PIC X(30).
030400     05  LT-CIFRA                PIC ZZZ,ZZ9.
030500     05  FILLER                  PIC X(43) VALUE SPACES.
030600
030601 01  LIN-DIA-NO-HABIL.
030602     05  FILLER                  PIC X(29) VALUE
030603             "*** CORRIDA EN DIA NO HABIL: ".
030604     05  LNH-MOTIVO              PIC X(30).
030605     05  FILLER                  PIC X(21) VALUE SPACES.
030606
030700 PROCEDURE DIVISION.
030800
030900******************************************************************
031000* 0000-MAINLINE - PARRAFO PRINCIPAL DEL PROGRAMA.
031100******************************************************************
031200 0000-MAINLINE.
031300
031400     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
031500
031600     PERFORM 2000-REVISAR-CANTIDADES
031700         THRU 2000-REVISAR-CANTIDADES-EXIT.
031800
031900     PERFORM 3000-REVISAR-ARTICULOS
032000         THRU 3000-REVISAR-ARTICULOS-EXIT.
032100
032200     PERFORM 4000-REVISAR-HISTORIA
032300         THRU 4000-REVISAR-HISTORIA-EXIT.
032400
032500     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
032600
032700     IF WS-TOTAL-ERRORES > ZERO
032800         MOVE 8 TO RETURN-CODE
032900     ELSE
033000         IF WS-TOTAL-AVISOS > ZERO
033100             MOVE 4 TO RETURN-CODE
033200         ELSE
033300             MOVE 0 TO RETURN-CODE
033400         END-IF.
033500
033600     STOP RUN.
033700
033800******************************************************************
033900* 1000-INICIALIZAR - LEE LOS PARAMETROS Y EL RANGO GENERAL, ORDENA
034000* UNA COPIA DEL MAESTRO POR CANTIDAD BASE Y ABRE EL MAESTRO Y LA
034100* HISTORIA PARA LA REVISION. SIN HISTORIA SE REVISA SOLO EL
034200* MAESTRO.
034300******************************************************************
034400 1000-INICIALIZAR.
034500
034600     OPEN OUTPUT LISTADO.
034700     IF FS-LISTADO NOT = "00"
034800         DISPLAY "ERROR AL ABRIR EL LISTADO. ESTADO: " FS-LISTADO
034900         MOVE 16 TO RETURN-CODE
035000         STOP RUN.
035100
035200     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
035201
035202     PERFORM 1900-VERIFICAR-DIA-CORRIDA
035203         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
035300
035400*    PARA RESTAR FECHAS NO HAY VERBO COMUN QUE ALCANCE, ASI QUE SE
035500*    USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
035600     COMPUTE WS-FECHA-ENTERA-HOY =
035700         FUNCTION INTEGER-OF-DATE (WS-FECHA-CORRIDA-NUM).
035800
035900     PERFORM 1050-LEER-PARAMETROS THRU 1050-LEER-PARAMETROS-EXIT.
036000     PERFORM 1060-LEER-RANGO THRU 1060-LEER-RANGO-EXIT.
036100
036200     PERFORM 3050-ENCABEZADO-LISTADO
036300         THRU 3050-ENCABEZADO-LISTADO-EXIT.
036400
036500     MOVE WS-DIAS-SIN-TABLA TO LPA-DIAS.
036600     MOVE WS-RANGO-BAJO     TO LPA-RANGO-BAJO.
036700     MOVE WS-RANGO-ALTO     TO LPA-RANGO-ALTO.
036800     WRITE LINEA-LISTADO FROM LIN-PARAMETROS.
036900     WRITE LINEA-LISTADO FROM LIN-BLANCO.
037000     ADD 2 TO WS-LINEAS-EN-PAGINA.
037100
037200     SORT ORD-MAESTRO
037300         ON ASCENDING KEY ORD-CANTIDAD-BASE
037400                          ORD-CODIGO
037500         USING MAESTRO-ARTICULOS
037600         GIVING TRAB-MAESTRO.
037700
037800     OPEN INPUT MAESTRO-ARTICULOS.
037900     IF FS-MAESTRO NOT = "00"
038000         DISPLAY "ERROR AL ABRIR EL MAESTRO DE ARTICULOS. "
038100             "ESTADO: " FS-MAESTRO
038200         MOVE 16 TO RETURN-CODE
038300         STOP RUN.
038400
038500     OPEN INPUT ARCH-HISTORIA.
038600     IF FS-HISTORIA = "00"
038700         SET HISTORIA-DISPONIBLE TO TRUE
038800     ELSE
038900         IF FS-HISTORIA = "35"
039000             SET HISTORIA-NO-DISPONIBLE TO TRUE
039100             DISPLAY "NO HAY HISTORIA: SE REVISA SOLO EL MAESTRO."
039200         ELSE
039300             DISPLAY "ERROR AL ABRIR LA HISTORIA. ESTADO: "
039400                 FS-HISTORIA
039500             MOVE 16 TO RETURN-CODE
039600             STOP RUN
039700         END-IF.
039800
039900 1000-INICIALIZAR-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300* 1050-LEER-PARAMETROS - LEE LOS DIAS SIN TABLA QUE SE TOLERAN. SI
040400* NO EXISTE EL ARCHIVO, O EL CAMPO VIENE EN BLANCO, QUEDA EL VALOR
040500* POR DEFECTO.
040600******************************************************************
040700 1050-LEER-PARAMETROS.
040800
040900     OPEN INPUT ARCH-PARAMETROS.
041000
041100     IF FS-PARAMETROS = "00"
041200         READ ARCH-PARAMETROS
041300             AT END
041400                 CONTINUE
041500             NOT AT END
041600                 IF PAM-DIAS IS NUMERIC
041700                     MOVE PAM-DIAS-NUM TO WS-DIAS-SIN-TABLA
041800                 END-IF
041900         END-READ
042000         CLOSE ARCH-PARAMETROS
042100     ELSE
042200         IF FS-PARAMETROS NOT = "35"
042300             DISPLAY "ERROR AL ABRIR LOS PARAMETROS DE LA "
042400                 "AUDITORIA. ESTADO: " FS-PARAMETROS
042500             MOVE 16 TO RETURN-CODE
042600             STOP RUN
042700         END-IF.
042800
042900 1050-LEER-PARAMETROS-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300* 1060-LEER-RANGO - LEE EL REGISTRO DE CONTROL CON EL RANGO DEL
043400* MULTIPLICADOR, EL MISMO QUE USA LA MULTIPLICACION. SI NO EXISTE
043500* EL ARCHIVO SE USA EL RANGO POR DEFECTO (1 AL 10).
043600******************************************************************
043700 1060-LEER-RANGO.
043800
043900     OPEN INPUT ARCH-RANGO.
044000
044100     IF FS-RANGO = "00"
044200         READ ARCH-RANGO
044300             AT END
044400                 CONTINUE
044500             NOT AT END
044600                 MOVE RANGO-REG-BAJO TO WS-RANGO-BAJO
044700                 MOVE RANGO-REG-ALTO TO WS-RANGO-ALTO
044800         END-READ
044900         CLOSE ARCH-RANGO
045000     ELSE
045100         IF FS-RANGO NOT = "35"
045200             DISPLAY "ERROR AL ABRIR EL ARCHIVO DE RANGOS. "
045300                 "ESTADO: " FS-RANGO
045400             MOVE 16 TO RETURN-CODE
045500             STOP RUN
045600         END-IF.
045700
045800 1060-LEER-RANGO-EXIT.
045900     EXIT.
046000
046001******************************************************************
046002* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
046003* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
046004* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
046005******************************************************************
046006 1900-VERIFICAR-DIA-CORRIDA.
046007
046008     OPEN INPUT ARCH-CALENDARIO.
046009     IF FS-CALENDARIO = "35"
046010         SET CALENDARIO-NO-DISPONIBLE TO TRUE
046011     ELSE
046012         IF FS-CALENDARIO NOT = "00"
046013             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
046014                 FS-CALENDARIO
046015             MOVE 16 TO RETURN-CODE
046016             STOP RUN
046017         END-IF.
046018
046019     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
046020     PERFORM 1950-VERIFICAR-DIA-HABIL
046021         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
046022     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
046023     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
046024
046025     IF CALENDARIO-DISPONIBLE
046026         CLOSE ARCH-CALENDARIO.
046027
046028 1900-VERIFICAR-DIA-CORRIDA-EXIT.
046029     EXIT.
046030
046031******************************************************************
046032* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
046033* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
046034* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
046035******************************************************************
046036 1950-VERIFICAR-DIA-HABIL.
046037
046038     SET DIA-HABIL TO TRUE.
046039     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
046040
046041     COMPUTE WS-ENTERO-HABIL =
046042         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
046043     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
046044         REMAINDER WS-DIA-SEMANA.
046045
046046     IF WS-DIA-SEMANA = 6
046047         SET DIA-NO-HABIL TO TRUE
046048         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
046049         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
046050
046051     IF WS-DIA-SEMANA = 0
046052         SET DIA-NO-HABIL TO TRUE
046053         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
046054         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
046055
046056     IF CALENDARIO-NO-DISPONIBLE
046057         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
046058
046059     MOVE WS-FECHA-HABIL TO CAL-FECHA.
046060     READ ARCH-CALENDARIO
046061         INVALID KEY
046062             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
046063     END-READ.
046064
046065     IF FS-CALENDARIO NOT = "00"
046066         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
046067             FS-CALENDARIO
046068         MOVE 16 TO RETURN-CODE
046069         STOP RUN.
046070
046071     SET DIA-NO-HABIL TO TRUE.
046072     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
046073
046074 1950-VERIFICAR-DIA-HABIL-EXIT.
046075     EXIT.
046076
046100******************************************************************
046200* 2000-REVISAR-CANTIDADES - RECORRE LA COPIA DEL MAESTRO ORDENADA
046300* POR CANTIDAD BASE Y AVISA CADA ARTICULO QUE REPITE LA CANTIDAD
046400* DEL ANTERIOR. LA CANTIDAD BASE ES EL NUMERO QUE VIAJA A PRECIOS:
046500* CON DOS ARTICULOS IGUALES EL RETRABAJO RESUELVE SIEMPRE AL
046600* PRIMERO. LA CANTIDAD EN CERO NO SE RESUELVE Y NO SE COMPARA.
046700******************************************************************
046800 2000-REVISAR-CANTIDADES.
046900
047000     MOVE "CANTIDADES BASE REPETIDAS" TO LSE-TITULO.
047100     PERFORM 3060-TITULO-SECCION THRU 3060-TITULO-SECCION-EXIT.
047200
047300     OPEN INPUT TRAB-MAESTRO.
047400     IF FS-TRABAJO NOT = "00"
047500         DISPLAY "ERROR AL ABRIR EL MAESTRO ORDENADO. ESTADO: "
047600             FS-TRABAJO
047700         MOVE 16 TO RETURN-CODE
047800         STOP RUN.
047900
048000     MOVE SPACES TO WS-CANTIDAD-ANTERIOR.
048100     SET NO-FIN-DE-TRABAJO TO TRUE.
048200
048300     PERFORM 2100-COMPARAR-CANTIDAD
048400         THRU 2100-COMPARAR-CANTIDAD-EXIT
048500         UNTIL FIN-DE-TRABAJO.
048600
048700     CLOSE TRAB-MAESTRO.
048800
048900     PERFORM 3070-CIERRE-SECCION THRU 3070-CIERRE-SECCION-EXIT.
049000
049100 2000-REVISAR-CANTIDADES-EXIT.
049200     EXIT.
049300
049400******************************************************************
049500* 2100-COMPARAR-CANTIDAD - LEE EL SIGUIENTE ARTICULO ORDENADO Y LO
049600* COMPARA CON EL ANTERIOR. UNA CANTIDAD REPETIDA ES ERROR.
049700******************************************************************
049800 2100-COMPARAR-CANTIDAD.
049900
050000     READ TRAB-MAESTRO
050100         AT END
050200             SET FIN-DE-TRABAJO TO TRUE
050300             GO TO 2100-COMPARAR-CANTIDAD-EXIT
050400     END-READ.
050500
050600     IF FS-TRABAJO NOT = "00" AND FS-TRABAJO NOT = "06"
050700         DISPLAY "ERROR AL LEER EL MAESTRO ORDENADO. ESTADO: "
050800             FS-TRABAJO
050900         MOVE 16 TO RETURN-CODE
051000         STOP RUN.
051100
051200     IF TRB-CANTIDAD-BASE IS NOT NUMERIC
051300         GO TO 2100-COMPARAR-CANTIDAD-EXIT.
051400
051500     IF TRB-CANTIDAD-BASE-NUM = ZERO
051600         GO TO 2100-COMPARAR-CANTIDAD-EXIT.
051700
051800     IF TRB-CANTIDAD-BASE NOT = WS-CANTIDAD-ANTERIOR
051900         MOVE TRB-CANTIDAD-BASE TO WS-CANTIDAD-ANTERIOR
052000         MOVE TRB-CODIGO        TO WS-CODIGO-PRIMERO
052100         GO TO 2100-COMPARAR-CANTIDAD-EXIT.
052200
052300     ADD 1 TO WS-TOTAL-REPETIDAS.
052400     ADD 1 TO WS-TOTAL-ERRORES.
052500
052600     MOVE "ERROR"         TO LD-GRAVEDAD.
052700     MOVE TRB-CODIGO      TO LD-CODIGO.
052800     MOVE TRB-DESCRIPCION TO LD-DESCRIPCION.
052900     MOVE SPACES          TO LD-OBSERVACION.
053000     STRING "CANT. BASE " TRB-CANTIDAD-BASE " REPETIDA CON "
053100             WS-CODIGO-PRIMERO
053200         DELIMITED BY SIZE INTO LD-OBSERVACION.
053300
053400     PERFORM 3800-IMPRIMIR-DETALLE
053500         THRU 3800-IMPRIMIR-DETALLE-EXIT.
053600
053700 2100-COMPARAR-CANTIDAD-EXIT.
053800     EXIT.
053900
054000******************************************************************
054100* 3000-REVISAR-ARTICULOS - RECORRE EL MAESTRO EN ORDEN DE CODIGO Y
054200* REVISA CADA ARTICULO: CANTIDAD BASE Y PRECIO NUMERICOS, PRECIO
054300* EN CERO EN UN ARTICULO QUE SE VALORIZA, RANGO PROPIO INVERTIDO O
054400* QUE DESBORDA EL IMPORTE, Y ANTIGUEDAD DE SU ULTIMA TABLA EN LA
054500* HISTORIA.
054600******************************************************************
054700 3000-REVISAR-ARTICULOS.
054800
054900     MOVE "PRECIOS, RANGOS Y TABLAS DE LA HISTORIA POR ARTICULO"
055000         TO LSE-TITULO.
055100     PERFORM 3060-TITULO-SECCION THRU 3060-TITULO-SECCION-EXIT.
055200
055300     SET NO-FIN-DE-MAESTRO TO TRUE.
055400
055500     PERFORM 3100-REVISAR-ARTICULO
055600         THRU 3100-REVISAR-ARTICULO-EXIT
055700         UNTIL FIN-DE-MAESTRO.
055800
055900     PERFORM 3070-CIERRE-SECCION THRU 3070-CIERRE-SECCION-EXIT.
056000
056100 3000-REVISAR-ARTICULOS-EXIT.
056200     EXIT.
056300
056400******************************************************************
056500* 3100-REVISAR-ARTICULO - LEE EL SIGUIENTE ARTICULO DEL MAESTRO Y
056600* LE APLICA TODAS LAS REVISIONES. UN ARTICULO PUEDE DEJAR MAS DE
056700* UN RENGLON EN EL LISTADO.
056800******************************************************************
056900 3100-REVISAR-ARTICULO.
057000
057100     READ MAESTRO-ARTICULOS NEXT RECORD
057200         AT END
057300             SET FIN-DE-MAESTRO TO TRUE
057400             GO TO 3100-REVISAR-ARTICULO-EXIT
057500     END-READ.
057600
057700     IF FS-MAESTRO NOT = "00"
057800         DISPLAY "ERROR AL LEER EL MAESTRO DE ARTICULOS. ESTADO: "
057900             FS-MAESTRO
058000         MOVE 16 TO RETURN-CODE
058100         STOP RUN.
058200
058300     ADD 1 TO WS-TOTAL-ARTICULOS.
058400
058500     MOVE ART-CODIGO      TO LD-CODIGO.
058600     MOVE ART-DESCRIPCION TO LD-DESCRIPCION.
058700
058800     PERFORM 3200-BUSCAR-TABLA THRU 3200-BUSCAR-TABLA-EXIT.
058900
059000     PERFORM 3300-REVISAR-PRECIO THRU 3300-REVISAR-PRECIO-EXIT.
059100
059200     PERFORM 3400-REVISAR-RANGO THRU 3400-REVISAR-RANGO-EXIT.
059300
059400     PERFORM 3500-REVISAR-VIGENCIA
059500         THRU 3500-REVISAR-VIGENCIA-EXIT.
059600
059700 3100-REVISAR-ARTICULO-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100* 3200-BUSCAR-TABLA - BUSCA LA ULTIMA TABLA DEL ARTICULO EN LA
060200* HISTORIA (CLAVE "C" MAS SU CODIGO). UN ARTICULO CON TABLA ES UN
060300* ARTICULO QUE SE VALORIZA EN LA MULTIPLICACION. SIN HISTORIA SE
060400* TOMAN TODOS COMO VALORIZADOS.
060500******************************************************************
060600 3200-BUSCAR-TABLA.
060700
060800     IF HISTORIA-NO-DISPONIBLE
060900         SET ARTICULO-CON-TABLA TO TRUE
061000         GO TO 3200-BUSCAR-TABLA-EXIT.
061100
061200     SET ARTICULO-SIN-TABLA TO TRUE.
061300
061400     MOVE "C"        TO WS-CH-TIPO.
061500     MOVE ART-CODIGO TO WS-CH-CODIGO.
061600     MOVE WS-CLAVE-HISTORIA TO HIS-CLAVE.
061700
061800     READ ARCH-HISTORIA
061900         INVALID KEY
062000             GO TO 3200-BUSCAR-TABLA-EXIT
062100     END-READ.
062200
062300     IF FS-HISTORIA NOT = "00"
062400         DISPLAY "ERROR AL LEER LA HISTORIA. ESTADO: " FS-HISTORIA
062500         MOVE 16 TO RETURN-CODE
062600         STOP RUN.
062700
062800     SET ARTICULO-CON-TABLA TO TRUE.
062900
063000 3200-BUSCAR-TABLA-EXIT.
063100     EXIT.
063200
063300******************************************************************
063400* 3300-REVISAR-PRECIO - LA CANTIDAD BASE O EL PRECIO NO NUMERICOS
063500* SON ERROR: LA MULTIPLICACION LOS TOMARIA COMO BASURA. UN PRECIO
063600* EN CERO EN UN ARTICULO QUE SE VALORIZA ES AVISO: SU IMPORTE SALE
063700* EN CERO.
063800******************************************************************
063900 3300-REVISAR-PRECIO.
064000
064100     SET PRECIO-VALIDO TO TRUE.
064200
064300     IF ART-CANTIDAD-BASE IS NOT NUMERIC
064400         ADD 1 TO WS-TOTAL-CANTIDAD-INVALIDA
064500         ADD 1 TO WS-TOTAL-ERRORES
064600         MOVE "ERROR" TO LD-GRAVEDAD
064700         MOVE "CANTIDAD BASE NO NUMERICA" TO LD-OBSERVACION
064800         PERFORM 3800-IMPRIMIR-DETALLE
064900             THRU 3800-IMPRIMIR-DETALLE-EXIT.
065000
065100     IF ART-PRECIO-UNITARIO IS NOT NUMERIC
065200         SET PRECIO-INVALIDO TO TRUE
065300         ADD 1 TO WS-TOTAL-PRECIO-INVALIDO
065400         ADD 1 TO WS-TOTAL-ERRORES
065500         MOVE "ERROR" TO LD-GRAVEDAD
065600         MOVE "PRECIO UNITARIO NO NUMERICO" TO LD-OBSERVACION
065700         PERFORM 3800-IMPRIMIR-DETALLE
065800             THRU 3800-IMPRIMIR-DETALLE-EXIT
065900         GO TO 3300-REVISAR-PRECIO-EXIT.
066000
066100     IF ART-PRECIO-UNITARIO = ZERO AND ARTICULO-CON-TABLA
066200         SET PRECIO-INVALIDO TO TRUE
066300         ADD 1 TO WS-TOTAL-PRECIO-CERO
066400         ADD 1 TO WS-TOTAL-AVISOS
066500         MOVE "AVISO" TO LD-GRAVEDAD
066600         MOVE "PRECIO EN CERO EN ARTICULO VALORIZADO"
066700             TO LD-OBSERVACION
066800         PERFORM 3800-IMPRIMIR-DETALLE
066900             THRU 3800-IMPRIMIR-DETALLE-EXIT.
067000
067100 3300-REVISAR-PRECIO-EXIT.
067200     EXIT.
067300
067400******************************************************************
067500* 3400-REVISAR-RANGO - UN RANGO PROPIO CON EL TOPE MENOR QUE EL
067600* PISO ES ERROR: LA MULTIPLICACION LO IGNORA SIN AVISAR Y USA EL
067700* GENERAL. DESPUES SE VALORIZA EL PEOR RENGLON DE LA TABLA (TOPE
067800* DEL RANGO QUE VA A USAR LA MULTIPLICACION POR CANTIDAD BASE POR
067900* PRECIO): SI NO ENTRA EN EL CAMPO DE IMPORTE, ESE RENGLON SALDRIA
068000* CON IMPORTE EN CERO, Y ES ERROR.
068100******************************************************************
068200 3400-REVISAR-RANGO.
068300
068400     IF ART-RANGO-BAJO IS NOT NUMERIC OR
068500             ART-RANGO-ALTO IS NOT NUMERIC
068600         ADD 1 TO WS-TOTAL-RANGO-INVERTIDO
068700         ADD 1 TO WS-TOTAL-ERRORES
068800         MOVE "ERROR" TO LD-GRAVEDAD
068900         MOVE "RANGO PROPIO NO NUMERICO" TO LD-OBSERVACION
069000         PERFORM 3800-IMPRIMIR-DETALLE
069100             THRU 3800-IMPRIMIR-DETALLE-EXIT
069200         GO TO 3400-REVISAR-RANGO-EXIT.
069300
069400     MOVE WS-RANGO-ALTO TO WS-TOPE-EFECTIVO.
069500
069600     IF ART-RANGO-ALTO > ZERO
069700         IF ART-RANGO-ALTO < ART-RANGO-BAJO
069800             ADD 1 TO WS-TOTAL-RANGO-INVERTIDO
069900             ADD 1 TO WS-TOTAL-ERRORES
070000             MOVE "ERROR" TO LD-GRAVEDAD
070100             MOVE SPACES  TO LD-OBSERVACION
070200             STRING "RANGO " ART-RANGO-BAJO "-" ART-RANGO-ALTO
070300                     ": TOPE MENOR QUE PISO"
070400                 DELIMITED BY SIZE INTO LD-OBSERVACION
070500             PERFORM 3800-IMPRIMIR-DETALLE
070600                 THRU 3800-IMPRIMIR-DETALLE-EXIT
070700         ELSE
070800             MOVE ART-RANGO-ALTO TO WS-TOPE-EFECTIVO
070900         END-IF.
071000
071100     IF PRECIO-INVALIDO OR ART-CANTIDAD-BASE IS NOT NUMERIC
071200         GO TO 3400-REVISAR-RANGO-EXIT.
071300
071400     COMPUTE WS-IMPORTE-MAXIMO ROUNDED =
071500         ART-CANTIDAD-BASE * WS-TOPE-EFECTIVO *
071600         ART-PRECIO-UNITARIO.
071700
071800     IF WS-IMPORTE-MAXIMO > WS-TOPE-IMPORTE
071900         ADD 1 TO WS-TOTAL-RANGO-DESBORDA
072000         ADD 1 TO WS-TOTAL-ERRORES
072100         MOVE "ERROR" TO LD-GRAVEDAD
072200         MOVE SPACES  TO LD-OBSERVACION
072300         STRING "TOPE " WS-TOPE-EFECTIVO " DESBORDA EL IMPORTE"
072400             DELIMITED BY SIZE INTO LD-OBSERVACION
072500         PERFORM 3800-IMPRIMIR-DETALLE
072600             THRU 3800-IMPRIMIR-DETALLE-EXIT.
072700
072800 3400-REVISAR-RANGO-EXIT.
072900     EXIT.
073000
073100******************************************************************
073200* 3500-REVISAR-VIGENCIA - UN ARTICULO SIN TABLA EN LA HISTORIA, O
073300* CUYA ULTIMA TABLA TIENE MAS DE LOS DIAS DEL PARAMETRO, ES AVISO.
073400******************************************************************
073500 3500-REVISAR-VIGENCIA.
073600
073700     IF HISTORIA-NO-DISPONIBLE
073800         GO TO 3500-REVISAR-VIGENCIA-EXIT.
073900
074000     IF ARTICULO-SIN-TABLA
074100         ADD 1 TO WS-TOTAL-SIN-TABLA
074200         ADD 1 TO WS-TOTAL-AVISOS
074300         MOVE "AVISO" TO LD-GRAVEDAD
074400         MOVE "SIN TABLA EN LA HISTORIA" TO LD-OBSERVACION
074500         PERFORM 3800-IMPRIMIR-DETALLE
074600             THRU 3800-IMPRIMIR-DETALLE-EXIT
074700         GO TO 3500-REVISAR-VIGENCIA-EXIT.
074800
074900     IF HIS-FECHA IS NOT NUMERIC OR HIS-FECHA = ZERO
075000         ADD 1 TO WS-TOTAL-SIN-TABLA
075100         ADD 1 TO WS-TOTAL-AVISOS
075200         MOVE "AVISO" TO LD-GRAVEDAD
075300         MOVE "TABLA SIN FECHA EN LA HISTORIA" TO LD-OBSERVACION
075400         PERFORM 3800-IMPRIMIR-DETALLE
075500             THRU 3800-IMPRIMIR-DETALLE-EXIT
075600         GO TO 3500-REVISAR-VIGENCIA-EXIT.
075700
075800     COMPUTE WS-FECHA-ENTERA-TABLA =
075900         FUNCTION INTEGER-OF-DATE (HIS-FECHA).
076000
076100     IF WS-FECHA-ENTERA-TABLA NOT < WS-FECHA-ENTERA-HOY
076200         GO TO 3500-REVISAR-VIGENCIA-EXIT.
076300
076400     COMPUTE WS-DIAS-TRANSCURRIDOS =
076500         WS-FECHA-ENTERA-HOY - WS-FECHA-ENTERA-TABLA.
076600
076700     IF WS-DIAS-TRANSCURRIDOS > WS-DIAS-SIN-TABLA
076800         ADD 1 TO WS-TOTAL-SIN-TABLA
076900         ADD 1 TO WS-TOTAL-AVISOS
077000         MOVE "AVISO" TO LD-GRAVEDAD
077100         MOVE WS-DIAS-TRANSCURRIDOS TO WS-DIAS-EDIT
077200         MOVE SPACES  TO LD-OBSERVACION
077300         STRING "ULTIMA TABLA " HIS-FECHA ", HACE " WS-DIAS-EDIT
077400                 " DIAS"
077500             DELIMITED BY SIZE INTO LD-OBSERVACION
077600         PERFORM 3800-IMPRIMIR-DETALLE
077700             THRU 3800-IMPRIMIR-DETALLE-EXIT.
077800
077900 3500-REVISAR-VIGENCIA-EXIT.
078000     EXIT.
078100
078200******************************************************************
078300* 4000-REVISAR-HISTORIA - RECORRE LAS CLAVES "C" DE LA HISTORIA Y
078400* AVISA LAS QUE CORRESPONDEN A UN ARTICULO QUE YA NO ESTA EN EL
078500* MAESTRO.
078600******************************************************************
078700 4000-REVISAR-HISTORIA.
078800
078900     MOVE "HISTORIA DE ARTICULOS QUE NO ESTAN EN EL MAESTRO"
079000         TO LSE-TITULO.
079100     PERFORM 3060-TITULO-SECCION THRU 3060-TITULO-SECCION-EXIT.
079200
079300     IF HISTORIA-NO-DISPONIBLE
079400         WRITE LINEA-LISTADO FROM LIN-SIN-HISTORIA
079500         ADD 1 TO WS-LINEAS-EN-PAGINA
079600         GO TO 4000-REVISAR-HISTORIA-EXIT.
079700
079800     SET NO-FIN-DE-HISTORIA TO TRUE.
079900     MOVE "C" TO WS-CH-TIPO.
080000     MOVE LOW-VALUES TO WS-CH-CODIGO.
080100     MOVE WS-CLAVE-HISTORIA TO HIS-CLAVE.
080200
080300     START ARCH-HISTORIA KEY IS NOT < HIS-CLAVE
080400         INVALID KEY
080500             SET FIN-DE-HISTORIA TO TRUE
080600     END-START.
080700
080800     PERFORM 4100-REVISAR-CLAVE
080900         THRU 4100-REVISAR-CLAVE-EXIT
081000         UNTIL FIN-DE-HISTORIA.
081100
081200     PERFORM 3070-CIERRE-SECCION THRU 3070-CIERRE-SECCION-EXIT.
081300
081400 4000-REVISAR-HISTORIA-EXIT.
081500     EXIT.
081600
081700******************************************************************
081800* 4100-REVISAR-CLAVE - LEE LA SIGUIENTE CLAVE DE LA HISTORIA. AL
081900* PASAR LAS CLAVES "C" TERMINA; SI EL ARTICULO NO ESTA EN EL
082000* MAESTRO, LA ENTRADA QUEDO HUERFANA.
082100******************************************************************
082200 4100-REVISAR-CLAVE.
082300
082400     READ ARCH-HISTORIA NEXT RECORD
082500         AT END
082600             SET FIN-DE-HISTORIA TO TRUE
082700             GO TO 4100-REVISAR-CLAVE-EXIT
082800     END-READ.
082900
083000     IF FS-HISTORIA NOT = "00"
083100         DISPLAY "ERROR AL RECORRER LA HISTORIA. ESTADO: "
083200             FS-HISTORIA
083300         MOVE 16 TO RETURN-CODE
083400         STOP RUN.
083500
083600     IF HIS-CLAVE (1:1) NOT = "C"
083700         SET FIN-DE-HISTORIA TO TRUE
083800         GO TO 4100-REVISAR-CLAVE-EXIT.
083900
084000     ADD 1 TO WS-TOTAL-CLAVES-HISTORIA.
084100
084200     MOVE HIS-CLAVE (2:4) TO ART-CODIGO.
084300
084400     READ MAESTRO-ARTICULOS
084500         INVALID KEY
084600             ADD 1 TO WS-TOTAL-HUERFANAS
084700             ADD 1 TO WS-TOTAL-AVISOS
084800             MOVE "AVISO"         TO LD-GRAVEDAD
084900             MOVE HIS-CLAVE (2:4) TO LD-CODIGO
085000             MOVE SPACES          TO LD-DESCRIPCION
085100             MOVE SPACES          TO LD-OBSERVACION
085200             STRING "CLAVE " HIS-CLAVE " SIN ARTICULO, TABLA "
085300                     HIS-FECHA
085400                 DELIMITED BY SIZE INTO LD-OBSERVACION
085500             PERFORM 3800-IMPRIMIR-DETALLE
085600                 THRU 3800-IMPRIMIR-DETALLE-EXIT
085700     END-READ.
085800
085900 4100-REVISAR-CLAVE-EXIT.
086000     EXIT.
086100
086200******************************************************************
086300* 3050-ENCABEZADO-LISTADO - ESCRIBE EL ENCABEZADO DE UNA NUEVA
086400* PAGINA DEL LISTADO.
086500******************************************************************
086600 3050-ENCABEZADO-LISTADO.
086700
086800     ADD 1 TO WS-NUMERO-PAGINA.
086900     MOVE WS-FC-DIA  TO LE1-DIA.
087000     MOVE WS-FC-MES  TO LE1-MES.
087100     MOVE WS-FC-ANIO TO LE1-ANIO.
087200     MOVE WS-NUMERO-PAGINA TO LE1-PAGINA.
087300
087400     IF WS-NUMERO-PAGINA > 1
087500         WRITE LINEA-LISTADO FROM LIN-BLANCO
087600             AFTER ADVANCING PAGE
087700     ELSE
087800         WRITE LINEA-LISTADO FROM LIN-BLANCO.
087900
088000     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
088001     IF CORRIDA-EN-DIA-NO-HABIL
088002         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
088100     WRITE LINEA-LISTADO FROM LIN-BLANCO.
088200     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-2.
088300     WRITE LINEA-LISTADO FROM LIN-BLANCO.
088400     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
088500
088600 3050-ENCABEZADO-LISTADO-EXIT.
088700     EXIT.
088800
088900******************************************************************
089000* 3060-TITULO-SECCION - ABRE UNA SECCION DEL LISTADO CON EL TITULO
089100* YA ARMADO EN LSE-TITULO.
089200******************************************************************
089300 3060-TITULO-SECCION.
089400
089500     IF WS-LINEAS-EN-PAGINA + 4 > WS-MAX-LINEAS-PAGINA
089600         PERFORM 3050-ENCABEZADO-LISTADO
089700             THRU 3050-ENCABEZADO-LISTADO-EXIT.
089800
089900     WRITE LINEA-LISTADO FROM LIN-SECCION.
090000     WRITE LINEA-LISTADO FROM LIN-BLANCO.
090100     ADD 2 TO WS-LINEAS-EN-PAGINA.
090200
090300     SET SECCION-SIN-OBSERVACIONES TO TRUE.
090400
090500 3060-TITULO-SECCION-EXIT.
090600     EXIT.
090700
090800******************************************************************
090900* 3070-CIERRE-SECCION - CIERRA UNA SECCION DEL LISTADO. SI NO DEJO
091000* NINGUN RENGLON LO DICE.
091100******************************************************************
091200 3070-CIERRE-SECCION.
091300
091400     IF SECCION-SIN-OBSERVACIONES
091500         WRITE LINEA-LISTADO FROM LIN-SIN-OBSERVACIONES
091600         ADD 1 TO WS-LINEAS-EN-PAGINA.
091700
091800     WRITE LINEA-LISTADO FROM LIN-BLANCO.
091900     ADD 1 TO WS-LINEAS-EN-PAGINA.
092000
092100 3070-CIERRE-SECCION-EXIT.
092200     EXIT.
092300
092400******************************************************************
092500* 3800-IMPRIMIR-DETALLE - DEJA EN EL LISTADO EL RENGLON DE
092600* OBSERVACION YA ARMADO EN LIN-DETALLE.
092700******************************************************************
092800 3800-IMPRIMIR-DETALLE.
092900
093000     IF WS-LINEAS-EN-PAGINA NOT < WS-MAX-LINEAS-PAGINA
093100         PERFORM 3050-ENCABEZADO-LISTADO
093200             THRU 3050-ENCABEZADO-LISTADO-EXIT.
093300
093400     WRITE LINEA-LISTADO FROM LIN-DETALLE.
093500     ADD 1 TO WS-LINEAS-EN-PAGINA.
093600
093700     SET SECCION-CON-OBSERVACIONES TO TRUE.
093800
093900 3800-IMPRIMIR-DETALLE-EXIT.
094000     EXIT.
094100
094200******************************************************************
094300* 8000-FINALIZAR - IMPRIME LOS TOTALES DE CONTROL Y CIERRA LOS
094400* ARCHIVOS DE LA CORRIDA.
094500******************************************************************
094600 8000-FINALIZAR.
094700
094800     IF WS-LINEAS-EN-PAGINA + 14 > WS-MAX-LINEAS-PAGINA
094900         PERFORM 3050-ENCABEZADO-LISTADO
095000             THRU 3050-ENCABEZADO-LISTADO-EXIT.
095100
095200     MOVE "ARTICULOS REVISADOS........: " TO LT-CONCEPTO.
095300     MOVE WS-TOTAL-ARTICULOS TO LT-CIFRA.
095400     WRITE LINEA-LISTADO FROM LIN-TOTAL.
095500
095600     MOVE "CANTIDADES BASE REPETIDAS..: " TO LT-CONCEPTO.
095700     MOVE WS-TOTAL-REPETIDAS TO LT-CIFRA.
095800     WRITE LINEA-LISTADO FROM LIN-TOTAL.
095900
096000     MOVE "CANTIDADES NO NUMERICAS....: " TO LT-CONCEPTO.
096100     MOVE WS-TOTAL-CANTIDAD-INVALIDA TO LT-CIFRA.
096200     WRITE LINEA-LISTADO FROM LIN-TOTAL.
096300
096400     MOVE "PRECIOS NO NUMERICOS.......: " TO LT-CONCEPTO.
096500     MOVE WS-TOTAL-PRECIO-INVALIDO TO LT-CIFRA.
096600     WRITE LINEA-LISTADO FROM LIN-TOTAL.
096700
096800     MOVE "PRECIOS EN CERO VALORIZADOS: " TO LT-CONCEPTO.
096900     MOVE WS-TOTAL-PRECIO-CERO TO LT-CIFRA.
097000     WRITE LINEA-LISTADO FROM LIN-TOTAL.
097100
097200     MOVE "RANGOS INVERTIDOS..........: " TO LT-CONCEPTO.
097300     MOVE WS-TOTAL-RANGO-INVERTIDO TO LT-CIFRA.
097400     WRITE LINEA-LISTADO FROM LIN-TOTAL.
097500
097600     MOVE "RANGOS QUE DESBORDAN.......: " TO LT-CONCEPTO.
097700     MOVE WS-TOTAL-RANGO-DESBORDA TO LT-CIFRA.
097800     WRITE LINEA-LISTADO FROM LIN-TOTAL.
097900
098000     MOVE "SIN TABLA RECIENTE.........: " TO LT-CONCEPTO.
098100     MOVE WS-TOTAL-SIN-TABLA TO LT-CIFRA.
098200     WRITE LINEA-LISTADO FROM LIN-TOTAL.
098300
098400     MOVE "CLAVES C EN LA HISTORIA....: " TO LT-CONCEPTO.
098500     MOVE WS-TOTAL-CLAVES-HISTORIA TO LT-CIFRA.
098600     WRITE LINEA-LISTADO FROM LIN-TOTAL.
098700
098800     MOVE "HISTORIA SIN ARTICULO......: " TO LT-CONCEPTO.
098900     MOVE WS-TOTAL-HUERFANAS TO LT-CIFRA.
099000     WRITE LINEA-LISTADO FROM LIN-TOTAL.
099100
099200     WRITE LINEA-LISTADO FROM LIN-BLANCO.
099300
099400     MOVE "TOTAL DE ERRORES...........: " TO LT-CONCEPTO.
099500     MOVE WS-TOTAL-ERRORES TO LT-CIFRA.
099600     WRITE LINEA-LISTADO FROM LIN-TOTAL.
099700
099800     MOVE "TOTAL DE AVISOS............: " TO LT-CONCEPTO.
099900     MOVE WS-TOTAL-AVISOS TO LT-CIFRA.
100000     WRITE LINEA-LISTADO FROM LIN-TOTAL.
100100
100200     DISPLAY "ARTICULOS REVISADOS........: " WS-TOTAL-ARTICULOS.
100300     DISPLAY "TOTAL DE ERRORES...........: " WS-TOTAL-ERRORES.
100400     DISPLAY "TOTAL DE AVISOS............: " WS-TOTAL-AVISOS.
100500
100600     CLOSE MAESTRO-ARTICULOS.
100700
100800     IF HISTORIA-DISPONIBLE
100900         CLOSE ARCH-HISTORIA.
101000
101100     CLOSE LISTADO.
101200
101300 8000-FINALIZAR-EXIT.
101400     EXIT.
101500
101600 END PROGRAM AUDMAESTRO.
