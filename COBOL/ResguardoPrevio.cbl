000100******************************************************************
000200* AUTHOR.     J. FERNANDEZ.
000300* INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400* DATE-WRITTEN. 2026-10-14.
000500* DATE-COMPILED.
000600* PURPOSE.    RESGUARDO PREVIO A LA CADENA DIARIA. ANTES DE QUE LA
000700*             CADENA TOQUE NADA, COPIA EL MAESTRO DE ARTICULOS, LA
000800*             HISTORIA DE TABLAS, LOS PENDIENTES DE PRECIOS, LOS
000900*             REINTENTOS DE RECHAZOS, EL CONTROL DE CORRIDAS Y LOS
001000*             CAMBIOS DE PRECIO A FUTURO (PENDCAMBIOS, QUE REGRABA
001100*             ACTMAESTRO) A UN JUEGO DE COPIAS CON FECHA
001200*             (RESGxxx.DAAAAMMDD.JJ) Y DEJA UN MANIFIESTO CON LA
001300*             CANTIDAD DE REGISTROS DE CADA UNO
001400*             (RESGMAN.DAAAAMMDD.JJ). COPIAS Y MANIFIESTO QUEDAN
001500*             ANOTADOS EN EL CATALOGO DE GENERACIONES, DE DONDE
001510*             LOS TOMA LA RESTAURACION (RESTRESGUARDO) Y LOS VENCE
001520*             LA DEPURACION. ES EL PRIMER PASO DE LA CADENA.
001600* TECTONICS.  COBC.
001700*-----------------------------------------------------------*
001800* MODIFICATION HISTORY.
001900* -----------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 2026-10-14 JFR   PROGRAMA ORIGINAL. HASTA AHORA, DESPUES DE UNA
002200*                  CADENA CORTADA CON CODIGO 8, LOS ARCHIVOS YA
002300*                  ACTUALIZADOS NO SE PODIAN VOLVER AL ESTADO DEL
002400*                  COMIENZO DEL DIA Y LA CADENA NO SE PODIA
002500*                  REPETIR.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. RESGPREVIO.
002900 AUTHOR. J. FERNANDEZ.
003000 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003100 DATE-WRITTEN. 2026-10-14.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700
003800     SELECT MAESTRO-ARTICULOS ASSIGN TO MAESTRO
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS ART-CODIGO
004200         FILE STATUS IS FS-MAESTRO.
004300
004400     SELECT ARCH-HISTORIA ASSIGN TO HISTORIA
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS HIS-CLAVE
004800         FILE STATUS IS FS-HISTORIA.
004900
005000     SELECT ARCH-PENDIENTES ASSIGN TO PENDIENTES
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS PEN-CLAVE
005400         FILE STATUS IS FS-PENDIENTES.
005500
005600     SELECT ARCH-REINTENTOS ASSIGN TO REINTENTOS
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS REI-CLAVE
006000         FILE STATUS IS FS-REINTENTOS.
006100
006200     SELECT ARCH-CORRIDA ASSIGN TO CORRIDACTL
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FS-CORRIDA.
006500
006510     SELECT ARCH-CAMBIOS ASSIGN TO PENDCAMBIOS
006520         ORGANIZATION IS LINE SEQUENTIAL
006530         FILE STATUS IS FS-CAMBIOS.
006540
006600     SELECT ARCH-COPIA ASSIGN TO DYNAMIC WS-NOMBRE-COPIA
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS FS-COPIA.
006900
007000     SELECT ARCH-MANIFIESTO ASSIGN TO DYNAMIC WS-NOMBRE-MANIFIESTO
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS FS-MANIFIESTO.
007300
007400     SELECT CATALOGO ASSIGN TO GENCATALOGO
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS FS-CATALOGO.
007700
007800     SELECT LISTADO ASSIGN TO LISTRESGUARDO
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FS-LISTADO.
008100
008200     SELECT ARCH-AUTORIZA ASSIGN TO AUTORIZACIONES
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS FS-AUTORIZA.
008500
008600     SELECT ARCH-AUDITORIA ASSIGN TO AUDITORIA
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS FS-AUDITORIA.
008900
009000     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS RANDOM
009300         RECORD KEY IS CAL-FECHA
009400         FILE STATUS IS FS-CALENDARIO.
009500
009600     SELECT ARCH-SECUENCIA-AUD ASSIGN TO AUDSECCTL
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS FS-SECUENCIA-AUD.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200
010300 FD  MAESTRO-ARTICULOS
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 53 CHARACTERS.
010600 01  ART-REG.
010700     05  ART-CODIGO                 PIC X(04).
010800     05  ART-DESCRIPCION            PIC X(30).
010900     05  ART-CANTIDAD-BASE          PIC 9(04).
011000     05  ART-PRECIO-UNITARIO        PIC 9(05)V99.
011100     05  ART-RANGO-BAJO             PIC 9(04).
011200     05  ART-RANGO-ALTO             PIC 9(04).
011300
011400 FD  ARCH-HISTORIA
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 73 CHARACTERS.
011700 01  HIS-REG.
011800     05  HIS-CLAVE                  PIC X(05).
011900     05  HIS-NUMERO                 PIC 9(04).
012000     05  HIS-RANGO-BAJO             PIC 9(04).
012100     05  HIS-RANGO-ALTO             PIC 9(04).
012200     05  HIS-RESULTADO              PIC 9(08).
012300     05  HIS-FECHA                  PIC 9(08).
012400     05  HIS-NUMERO-ANT             PIC 9(04).
012500     05  HIS-RANGO-BAJO-ANT         PIC 9(04).
012600     05  HIS-RANGO-ALTO-ANT         PIC 9(04).
012700     05  HIS-RESULTADO-ANT          PIC 9(08).
012800     05  HIS-FECHA-ANT              PIC 9(08).
012900     05  HIS-CORRIDA                PIC 9(06).
013000     05  HIS-CORRIDA-ANT            PIC 9(06).
013100
013200 FD  ARCH-PENDIENTES
013300     LABEL RECORDS ARE STANDARD
013400     RECORD CONTAINS 33 CHARACTERS.
013500 01  PEN-REG.
013600     05  PEN-CLAVE.
013700         10  PEN-NUMERO             PIC 9(04).
013800         10  PEN-MULTIPLICADOR      PIC 9(04).
013900     05  PEN-FECHA-LIBERADA         PIC 9(08).
014000     05  PEN-IMPORTE                PIC 9(09)V99.
014100     05  PEN-CORRIDA                PIC 9(06).
014200
014300 FD  ARCH-REINTENTOS
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 10 CHARACTERS.
014600 01  REI-REG.
014700     05  REI-CLAVE.
014800         10  REI-NUMERO             PIC 9(04).
014900         10  REI-MULTIPLICADOR      PIC 9(04).
015000     05  REI-INTENTOS               PIC 9(02).
015100
015200 FD  ARCH-CORRIDA
015300     LABEL RECORDS ARE STANDARD
015400     RECORD CONTAINS 06 CHARACTERS.
015500 01  CRR-REG.
015600     05  CRR-NUMERO-CORRIDA         PIC 9(06).
015700
015710******************************************************************
015720* CAMBIOS DE PRECIO A FUTURO QUE ESPERAN SU FECHA EFECTIVA
015730******************************************************************
015740 FD  ARCH-CAMBIOS
015750     LABEL RECORDS ARE STANDARD
015760     RECORD CONTAINS 62 CHARACTERS.
015770 01  CAM-REG                        PIC X(62).
015780
015800******************************************************************
015900* COPIA DE RESGUARDO: UN RENGLON POR REGISTRO DEL ARCHIVO COPIADO,
016000* DEL LARGO DEL REGISTRO MAS LARGO DE LOS SEIS (LA HISTORIA)
016100******************************************************************
016200 FD  ARCH-COPIA
016300     LABEL RECORDS ARE STANDARD
016400     RECORD CONTAINS 73 CHARACTERS.
016500 01  COP-REG                        PIC X(73).
016600
016700******************************************************************
016800* MANIFIESTO DEL JUEGO DE RESGUARDO: UN REGISTRO POR ARCHIVO
016900******************************************************************
017000 FD  ARCH-MANIFIESTO
017100     LABEL RECORDS ARE STANDARD
017200     RECORD CONTAINS 85 CHARACTERS.
017300 01  RSM-REG.
017400     05  RSM-FECHA                  PIC 9(08).
017500     05  RSM-JUEGO                  PIC 9(02).
017600     05  RSM-CORRIDA                PIC 9(06).
017700     05  RSM-ARCHIVO                PIC X(10).
017800     05  RSM-COPIA                  PIC X(30).
017900     05  RSM-EXISTE                 PIC X(01).
018000         88  RSM-EXISTIA                       VALUE 'S'.
018100         88  RSM-NO-EXISTIA                    VALUE 'N'.
018200     05  RSM-REGISTROS              PIC 9(08).
018300     05  RSM-OPERADOR               PIC X(20).
018400
018500 FD  CATALOGO
018600     LABEL RECORDS ARE STANDARD
018700     RECORD CONTAINS 49 CHARACTERS.
018800 01  CAT-REG.
018900     05  CAT-TIPO                   PIC X(10).
019000     05  CAT-FECHA                  PIC 9(08).
019100     05  CAT-NOMBRE                 PIC X(30).
019200     05  CAT-ESTADO                 PIC X(01).
019300         88  CAT-ACTIVA                        VALUE 'A'.
019400         88  CAT-CONSOLIDADA                   VALUE 'C'.
019500
019600 FD  LISTADO
019700     LABEL RECORDS ARE STANDARD
019800     RECORD CONTAINS 80 CHARACTERS.
019900 01  LINEA-LISTADO                  PIC X(80).
020000
020100 FD  ARCH-AUTORIZA
020200     LABEL RECORDS ARE STANDARD
020300     RECORD CONTAINS 25 CHARACTERS.
020400 01  AUT-REG.
020500     05  AUT-OPERADOR               PIC X(20).
020600     05  AUT-MANTENIMIENTO          PIC X(01).
020700     05  AUT-LIBERACION             PIC X(01).
020800     05  AUT-DIVISION               PIC X(01).
020900     05  AUT-DEPURACION             PIC X(01).
021000     05  AUT-RESGUARDO              PIC X(01).
021100
021200 FD  ARCH-AUDITORIA
021300     LABEL RECORDS ARE STANDARD
021400     RECORD CONTAINS 96 CHARACTERS.
021500 01  AUD-REG.
021600     05  AUD-FECHA                  PIC 9(08).
021700     05  AUD-HORA                   PIC 9(08).
021800     05  AUD-OPERADOR               PIC X(20).
021900     05  AUD-ESTADO                 PIC X(10).
022000     05  AUD-NUMERO                 PIC 9(04).
022100     05  AUD-RESULTADO              PIC 9(08).
022200     05  AUD-ENTRADA                PIC X(05).
022300     05  AUD-CORRIDA                PIC 9(06).
022400     05  AUD-ORIGEN                 PIC X(10).
022500     05  AUD-SECUENCIA              PIC 9(08).
022600     05  AUD-VERIFICADOR            PIC 9(09).
022700
022800******************************************************************
022900* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
023000******************************************************************
023100 FD  ARCH-CALENDARIO
023200     LABEL RECORDS ARE STANDARD
023300     RECORD CONTAINS 40 CHARACTERS.
023400 01  CAL-REG.
023500     05  CAL-FECHA                  PIC 9(08).
023600     05  CAL-DESCRIPCION            PIC X(30).
023700     05  FILLER                     PIC X(02).
023800
023900******************************************************************
024000* CONTROL DE SELLADO DE LA AUDITORIA: ULTIMA SECUENCIA GRABADA, SU
024100* VERIFICADOR Y LA FECHA EN QUE EMPEZO EL RASTRO SELLADO
024200******************************************************************
024300 FD  ARCH-SECUENCIA-AUD
024400     LABEL RECORDS ARE STANDARD
024500     RECORD CONTAINS 25 CHARACTERS.
024600 01  ASC-REG.
024700     05  ASC-SECUENCIA              PIC 9(08).
024800     05  ASC-VERIFICADOR            PIC 9(09).
024900     05  ASC-FECHA-INICIO           PIC 9(08).
025000
025100 WORKING-STORAGE SECTION.
025200
025300******************************************************************
025400* SWITCHES DE CONTROL DEL PROGRAMA
025500******************************************************************
025600 77  WS-SW-FIN-ENTRADA           PIC X(01) VALUE 'N'.
025700     88  FIN-DE-ENTRADA                    VALUE 'S'.
025800     88  NO-FIN-DE-ENTRADA                 VALUE 'N'.
025900 77  WS-SW-FIN-CATALOGO          PIC X(01) VALUE 'N'.
026000     88  FIN-DE-CATALOGO                   VALUE 'S'.
026100     88  NO-FIN-DE-CATALOGO                VALUE 'N'.
026200 77  WS-SW-YA-CATALOGADA         PIC X(01) VALUE 'N'.
026300     88  YA-CATALOGADA                     VALUE 'S'.
026400     88  NO-CATALOGADA                     VALUE 'N'.
026500 77  WS-SW-EXISTE                PIC X(01) VALUE 'S'.
026600     88  ARCHIVO-EXISTE                    VALUE 'S'.
026700     88  ARCHIVO-NO-EXISTE                 VALUE 'N'.
026800 77  WS-SW-AUTORIZADO            PIC X(01) VALUE 'S'.
026900     88  OPERADOR-AUTORIZADO               VALUE 'S'.
027000     88  OPERADOR-NO-AUTORIZADO            VALUE 'N'.
027100 77  WS-SW-FIN-AUTORIZA          PIC X(01) VALUE 'N'.
027200     88  FIN-DE-AUTORIZA                   VALUE 'S'.
027300     88  NO-FIN-DE-AUTORIZA                VALUE 'N'.
027400 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
027500     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
027600     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
027700 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
027800     88  DIA-HABIL                         VALUE 'S'.
027900     88  DIA-NO-HABIL                      VALUE 'N'.
028000 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
028100     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
028200     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
028300 77  WS-SW-SELLO                 PIC X(01) VALUE 'N'.
028400     88  SELLO-CARGADO                     VALUE 'S'.
028500     88  SELLO-NO-CARGADO                  VALUE 'N'.
028600
028700******************************************************************
028800* CODIGOS DE ESTADO DE ARCHIVOS
028900******************************************************************
029000 77  FS-MAESTRO                  PIC X(02) VALUE SPACES.
029100 77  FS-HISTORIA                 PIC X(02) VALUE SPACES.
029200 77  FS-PENDIENTES               PIC X(02) VALUE SPACES.
029300 77  FS-REINTENTOS               PIC X(02) VALUE SPACES.
029400 77  FS-CORRIDA                  PIC X(02) VALUE SPACES.
029410 77  FS-CAMBIOS                  PIC X(02) VALUE SPACES.
029500 77  FS-COPIA                    PIC X(02) VALUE SPACES.
029600 77  FS-MANIFIESTO               PIC X(02) VALUE SPACES.
029700 77  FS-CATALOGO                 PIC X(02) VALUE SPACES.
029800 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
029900 77  FS-AUTORIZA                 PIC X(02) VALUE SPACES.
030000 77  FS-AUDITORIA                PIC X(02) VALUE SPACES.
030100 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
030200 77  FS-SECUENCIA-AUD            PIC X(02) VALUE SPACES.
030300
030400******************************************************************
030500* NOMBRES DE LAS COPIAS DEL JUEGO: RESG + SIGLA DEL ARCHIVO +
030600* FECHA + NUMERO DE JUEGO DEL DIA (MAE, HIS, PEN, REI, CRR, CAM
030700* Y MAN PARA EL MANIFIESTO)
030800******************************************************************
030900 01  WS-NOMBRE-COPIA.
031000     05  FILLER                  PIC X(04) VALUE "RESG".
031100     05  WS-NCP-SIGLA            PIC X(03).
031200     05  FILLER                  PIC X(02) VALUE ".D".
031300     05  WS-NCP-FECHA            PIC 9(08).
031400     05  FILLER                  PIC X(01) VALUE ".".
031500     05  WS-NCP-JUEGO            PIC 9(02).
031600     05  FILLER                  PIC X(10) VALUE SPACES.
031700 01  WS-NOMBRE-MANIFIESTO        PIC X(30) VALUE SPACES.
031800
031900******************************************************************
032000* TABLA DEL CATALOGO DE GENERACIONES
032100******************************************************************
032200 77  WS-MAX-CATALOGO             PIC 9(04) VALUE 500 COMP.
032300 77  WS-CANT-CATALOGO            PIC 9(04) VALUE ZERO COMP.
032400 77  WS-IND-CATALOGO             PIC 9(04) VALUE ZERO COMP.
032500 01  WS-TABLA-CATALOGO.
032600     05  WS-CAT-ENTRADA          OCCURS 500 TIMES.
032700         10  WS-CAT-TIPO         PIC X(10).
032800         10  WS-CAT-FECHA        PIC 9(08).
032900         10  WS-CAT-NOMBRE       PIC X(30).
033000         10  WS-CAT-ESTADO       PIC X(01).
033100
033200******************************************************************
033300* TABLA DEL JUEGO DE RESGUARDO: UNA ENTRADA POR ARCHIVO COPIADO,
033400* PARA GRABAR EL MANIFIESTO AL FINAL
033500******************************************************************
033600 77  WS-MAX-JUEGO                PIC 9(03) VALUE 99 COMP.
033700 77  WS-JUEGO                    PIC 9(03) VALUE ZERO COMP.
033800 77  WS-CANT-RESGUARDO           PIC 9(04) VALUE ZERO COMP.
033900 77  WS-IND-RESGUARDO            PIC 9(04) VALUE ZERO COMP.
034000 01  WS-TABLA-RESGUARDO.
034100     05  WS-RES-ENTRADA          OCCURS 6 TIMES.
034200         10  WS-RES-ARCHIVO      PIC X(10).
034300         10  WS-RES-COPIA        PIC X(30).
034400         10  WS-RES-EXISTE       PIC X(01).
034500         10  WS-RES-REGISTROS    PIC 9(08) COMP.
034600
034700******************************************************************
034800* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
034900* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
035000* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
035100* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
035200******************************************************************
035300 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
035400 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
035500 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
035600 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
035700 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
035800
035900******************************************************************
036000* SELLADO DE LA AUDITORIA: CADA REGISTRO LLEVA UNA SECUENCIA
036100* CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL DEL REGISTRO
036200* ANTERIOR. EL VALOR DE CADA CARACTER SE TOMA REDEFINIENDO COMO
036300* BINARIO UN PAR DE BYTES CUYO PRIMER BYTE VALE CERO.
036400******************************************************************
036500 77  WS-SELLO-SECUENCIA          PIC 9(08) VALUE ZERO.
036600 77  WS-SELLO-VERIFICADOR        PIC 9(09) VALUE ZERO.
036700 77  WS-SELLO-FECHA-INICIO       PIC 9(08) VALUE ZERO.
036800 77  WS-SELLO-ACUMULADO          PIC 9(11) VALUE ZERO COMP.
036900 77  WS-SELLO-COCIENTE           PIC 9(11) VALUE ZERO COMP.
037000 77  WS-SELLO-IND                PIC 9(04) VALUE ZERO COMP.
037100 77  WS-SELLO-LARGO              PIC 9(04) VALUE 87 COMP.
037200 01  WS-SELLO-REGISTRO.
037300     05  WS-SELLO-CAR            PIC X(01) OCCURS 96 TIMES.
037400 01  WS-SELLO-PAR.
037500     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
037600     05  WS-SELLO-CARACTER       PIC X(01) VALUE LOW-VALUE.
037700 01  WS-SELLO-VALOR REDEFINES WS-SELLO-PAR
037800                                 PIC 9(04) COMP.
037900
038000******************************************************************
038100* CONTADORES DE CONTROL DE LA CORRIDA
038200******************************************************************
038300 77  WS-REGISTROS-ARCHIVO        PIC 9(08) VALUE ZERO COMP.
038400 77  WS-TOTAL-COPIADOS           PIC 9(06) VALUE ZERO COMP.
038500 77  WS-TOTAL-INEXISTENTES       PIC 9(06) VALUE ZERO COMP.
038600 77  WS-TOTAL-REGISTROS          PIC 9(08) VALUE ZERO COMP.
038700
038800******************************************************************
038900* CAMPOS DE TRABAJO
039000******************************************************************
039100 77  WS-ARCHIVO-ACTUAL           PIC X(10) VALUE SPACES.
039200 77  WS-OPERADOR                 PIC X(20) VALUE SPACES.
039300 77  WS-HORA-CORRIDA             PIC 9(08) VALUE ZERO.
039400 77  WS-CORRIDA-VIGENTE          PIC 9(06) VALUE ZERO.
039500
039600******************************************************************
039700* CONTROL DEL LISTADO IMPRESO
039800******************************************************************
039900 77  WS-NUMERO-PAGINA            PIC 9(03) VALUE ZERO COMP.
040000
040100 01  WS-FECHA-CORRIDA.
040200     05  WS-FC-ANIO              PIC 9(04).
040300     05  WS-FC-MES               PIC 9(02).
040400     05  WS-FC-DIA               PIC 9(02).
040500 01  WS-FECHA-CORRIDA-NUM REDEFINES WS-FECHA-CORRIDA
040600                                 PIC 9(08).
040700
040800 01  LIN-BLANCO                  PIC X(80) VALUE SPACES.
040900
041000 01  LIN-ENCABEZADO-1.
041100     05  FILLER                  PIC X(39) VALUE
041200             "RESGUARDO PREVIO A LA CADENA DIARIA".
041300     05  FILLER                  PIC X(07) VALUE "FECHA: ".
041400     05  LE1-DIA                 PIC 99.
041500     05  FILLER                  PIC X(01) VALUE "/".
041600     05  LE1-MES                 PIC 99.
041700     05  FILLER                  PIC X(01) VALUE "/".
041800     05  LE1-ANIO                PIC 9999.
041900     05  FILLER                  PIC X(10) VALUE SPACES.
042000     05  FILLER                  PIC X(07) VALUE "PAGINA ".
042100     05  LE1-PAGINA              PIC ZZ9.
042200     05  FILLER                  PIC X(04) VALUE SPACES.
042300
042400 01  LIN-ENCABEZADO-JUEGO.
042500     05  FILLER                  PIC X(20) VALUE
042600             "JUEGO DEL DIA......:".
042700     05  FILLER                  PIC X(01) VALUE SPACE.
042800     05  LEJ-JUEGO               PIC 99.
042900     05  FILLER                  PIC X(04) VALUE SPACES.
043000     05  FILLER                  PIC X(10) VALUE "OPERADOR: ".
043100     05  LEJ-OPERADOR            PIC X(20).
043200     05  FILLER                  PIC X(23) VALUE SPACES.
043300
043400 01  LIN-ENCABEZADO-2.
043500     05  FILLER                  PIC X(02) VALUE SPACES.
043600     05  FILLER                  PIC X(12) VALUE "ARCHIVO".
043700     05  FILLER                  PIC X(32) VALUE "COPIA".
043800     05  FILLER                  PIC X(12) VALUE " REGISTROS".
043900     05  FILLER                  PIC X(22) VALUE "ESTADO".
044000
044100 01  LIN-DETALLE.
044200     05  FILLER                  PIC X(02) VALUE SPACES.
044300     05  LD-ARCHIVO              PIC X(10).
044400     05  FILLER                  PIC X(02) VALUE SPACES.
044500     05  LD-COPIA                PIC X(30).
044600     05  FILLER                  PIC X(02) VALUE SPACES.
044700     05  LD-REGISTROS            PIC ZZ,ZZZ,ZZ9.
044800     05  FILLER                  PIC X(02) VALUE SPACES.
044900     05  LD-ESTADO               PIC X(12).
045000     05  FILLER                  PIC X(10) VALUE SPACES.
045100
045200 01  LIN-TOTAL.
045300     05  LT-CONCEPTO             PIC X(30).
045400     05  LT-CIFRA                PIC ZZ,ZZZ,ZZ9.
045500     05  FILLER                  PIC X(40) VALUE SPACES.
045600
045700 01  LIN-TOTAL-MANIFIESTO.
045800     05  FILLER                  PIC X(30) VALUE
045900             "MANIFIESTO DEL JUEGO.......: ".
046000     05  LTM-NOMBRE              PIC X(30).
046100     05  FILLER                  PIC X(20) VALUE SPACES.
046200
046300 01  LIN-DIA-NO-HABIL.
046400     05  FILLER                  PIC X(29) VALUE
046500             "*** CORRIDA EN DIA NO HABIL: ".
046600     05  LNH-MOTIVO              PIC X(30).
046700     05  FILLER                  PIC X(21) VALUE SPACES.
046800
046900 PROCEDURE DIVISION.
047000
047100******************************************************************
047200* 0000-MAINLINE - PARRAFO PRINCIPAL DEL PROGRAMA.
047300******************************************************************
047400 0000-MAINLINE.
047500
047600     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
047700
047800     PERFORM 2000-RESGUARDAR-MAESTRO
047900         THRU 2000-RESGUARDAR-MAESTRO-EXIT.
048000
048100     PERFORM 2200-RESGUARDAR-HISTORIA
048200         THRU 2200-RESGUARDAR-HISTORIA-EXIT.
048300
048400     PERFORM 2400-RESGUARDAR-PENDIENTES
048500         THRU 2400-RESGUARDAR-PENDIENTES-EXIT.
048600
048700     PERFORM 2600-RESGUARDAR-REINTENTOS
048800         THRU 2600-RESGUARDAR-REINTENTOS-EXIT.
048900
049000     PERFORM 2800-RESGUARDAR-CORRIDA
049100         THRU 2800-RESGUARDAR-CORRIDA-EXIT.
049110
049120     PERFORM 2860-RESGUARDAR-CAMBIOS
049130         THRU 2860-RESGUARDAR-CAMBIOS-EXIT.
049200
049300     PERFORM 4000-GRABAR-MANIFIESTO
049400         THRU 4000-GRABAR-MANIFIESTO-EXIT.
049500
049600     PERFORM 7000-GRABAR-CATALOGO
049700         THRU 7000-GRABAR-CATALOGO-EXIT.
049800
049900     PERFORM 7500-AUDITAR-RESGUARDO
050000         THRU 7500-AUDITAR-RESGUARDO-EXIT.
050100
050200     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
050300
050400     IF WS-TOTAL-INEXISTENTES > ZERO
050500         MOVE 4 TO RETURN-CODE
050600     ELSE
050700         MOVE 0 TO RETURN-CODE.
050800
050900     STOP RUN.
051000
051100******************************************************************
051200* 1000-INICIALIZAR - VERIFICA EL PERMISO DEL OPERADOR, CARGA EL
051300* CATALOGO, DECIDE EL NUMERO DE JUEGO DEL DIA Y ABRE EL LISTADO.
051400******************************************************************
051500 1000-INICIALIZAR.
051600
051700     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
051800     ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
051900
052000     PERFORM 1900-VERIFICAR-DIA-CORRIDA
052100         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
052200
052300     PERFORM 1080-VERIFICAR-AUTORIZACION
052400         THRU 1080-VERIFICAR-AUTORIZACION-EXIT.
052500
052600     PERFORM 1100-CARGAR-CATALOGO
052700         THRU 1100-CARGAR-CATALOGO-EXIT.
052800
052900     PERFORM 1200-ASIGNAR-JUEGO THRU 1200-ASIGNAR-JUEGO-EXIT.
053000
053100     OPEN OUTPUT LISTADO.
053200     IF FS-LISTADO NOT = "00"
053300         DISPLAY "ERROR AL ABRIR EL LISTADO. ESTADO: " FS-LISTADO
053400         MOVE 16 TO RETURN-CODE
053500         STOP RUN.
053600
053700     PERFORM 3050-ENCABEZADO-LISTADO
053800         THRU 3050-ENCABEZADO-LISTADO-EXIT.
053900
054000 1000-INICIALIZAR-EXIT.
054100     EXIT.
054200
054300******************************************************************
054400* 1080-VERIFICAR-AUTORIZACION - VERIFICA QUE EL OPERADOR TENGA
054500* PERMISO DE RESGUARDO EN EL ARCHIVO DE AUTORIZACIONES. SIN
054600* ARCHIVO DE AUTORIZACIONES NO HAY CONTROL DE ACCESO. EL INTENTO
054700* DENEGADO QUEDA EN LA AUDITORIA Y TERMINA CON CODIGO 12.
054800******************************************************************
054900 1080-VERIFICAR-AUTORIZACION.
055000
055100     SET OPERADOR-AUTORIZADO TO TRUE.
055200
055300     OPEN INPUT ARCH-AUTORIZA.
055400     IF FS-AUTORIZA = "35"
055500         GO TO 1080-VERIFICAR-AUTORIZACION-EXIT.
055600     IF FS-AUTORIZA NOT = "00"
055700         DISPLAY "ERROR AL ABRIR LAS AUTORIZACIONES. ESTADO: "
055800             FS-AUTORIZA
055900         MOVE 16 TO RETURN-CODE
056000         STOP RUN.
056100
056200     SET OPERADOR-NO-AUTORIZADO TO TRUE.
056300     SET NO-FIN-DE-AUTORIZA TO TRUE.
056400
056500     PERFORM 1085-BUSCAR-AUTORIZACION
056600         THRU 1085-BUSCAR-AUTORIZACION-EXIT
056700         UNTIL FIN-DE-AUTORIZA.
056800
056900     CLOSE ARCH-AUTORIZA.
057000
057100     IF OPERADOR-NO-AUTORIZADO
057200         PERFORM 1090-DENEGAR-ACCESO
057300             THRU 1090-DENEGAR-ACCESO-EXIT.
057400
057500 1080-VERIFICAR-AUTORIZACION-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900* 1085-BUSCAR-AUTORIZACION - BUSCA AL OPERADOR EN EL ARCHIVO DE
058000* AUTORIZACIONES Y TOMA SU PERMISO DE RESGUARDO.
058100******************************************************************
058200 1085-BUSCAR-AUTORIZACION.
058300
058400     READ ARCH-AUTORIZA
058500         AT END
058600             SET FIN-DE-AUTORIZA TO TRUE
058700             GO TO 1085-BUSCAR-AUTORIZACION-EXIT
058800     END-READ.
058900
059000     IF FS-AUTORIZA NOT = "00" AND FS-AUTORIZA NOT = "06"
059100         DISPLAY "ERROR AL LEER LAS AUTORIZACIONES. ESTADO: "
059200             FS-AUTORIZA
059300         MOVE 16 TO RETURN-CODE
059400         STOP RUN.
059500
059600     IF AUT-OPERADOR = WS-OPERADOR
059700         SET FIN-DE-AUTORIZA TO TRUE
059800         IF AUT-RESGUARDO = "S"
059900             SET OPERADOR-AUTORIZADO TO TRUE
060000         END-IF
060100     END-IF.
060200
060300 1085-BUSCAR-AUTORIZACION-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700* 1090-DENEGAR-ACCESO - EL OPERADOR NO TIENE PERMISO: EL INTENTO
060800* QUEDA EN LA AUDITORIA COMO DENEGADO Y EL PROGRAMA TERMINA CON
060900* CODIGO 12 SIN COPIAR NADA.
061000******************************************************************
061100 1090-DENEGAR-ACCESO.
061200
061300     DISPLAY "OPERADOR SIN AUTORIZACION PARA EL RESGUARDO "
061400         "DE LA CADENA: " WS-OPERADOR.
061500
061600     ACCEPT WS-HORA-CORRIDA FROM TIME.
061700
061800     MOVE WS-FECHA-CORRIDA TO AUD-FECHA.
061900     MOVE WS-HORA-CORRIDA  TO AUD-HORA.
062000     MOVE WS-OPERADOR      TO AUD-OPERADOR.
062100     MOVE "DENEGADO  "     TO AUD-ESTADO.
062200     MOVE ZERO             TO AUD-NUMERO.
062300     MOVE ZERO             TO AUD-RESULTADO.
062400     MOVE "RESG "          TO AUD-ENTRADA.
062500     MOVE ZERO             TO AUD-CORRIDA.
062600     MOVE SPACES           TO AUD-ORIGEN.
062700
062800     OPEN EXTEND ARCH-AUDITORIA.
062900     IF FS-AUDITORIA = "35"
063000         OPEN OUTPUT ARCH-AUDITORIA.
063100     IF FS-AUDITORIA = "00" OR FS-AUDITORIA = "05"
063200         PERFORM 9100-SELLAR-AUDITORIA
063300             THRU 9100-SELLAR-AUDITORIA-EXIT
063400         WRITE AUD-REG
063500         PERFORM 9170-GUARDAR-SELLO THRU 9170-GUARDAR-SELLO-EXIT
063600         CLOSE ARCH-AUDITORIA.
063700
063800     MOVE 12 TO RETURN-CODE.
063900     STOP RUN.
064000
064100 1090-DENEGAR-ACCESO-EXIT.
064200     EXIT.
064300
064400******************************************************************
064500* 1100-CARGAR-CATALOGO - LEE EL CATALOGO DE GENERACIONES A LA
064600* TABLA DE TRABAJO. SI NO EXISTE, SE EMPIEZA CON CATALOGO VACIO.
064700******************************************************************
064800 1100-CARGAR-CATALOGO.
064900
065000     MOVE ZERO TO WS-CANT-CATALOGO.
065100
065200     OPEN INPUT CATALOGO.
065300     IF FS-CATALOGO = "35"
065400         GO TO 1100-CARGAR-CATALOGO-EXIT.
065500     IF FS-CATALOGO NOT = "00"
065600         DISPLAY "ERROR AL ABRIR EL CATALOGO. ESTADO: "
065700             FS-CATALOGO
065800         MOVE 16 TO RETURN-CODE
065900         STOP RUN.
066000
066100     SET NO-FIN-DE-CATALOGO TO TRUE.
066200
066300     PERFORM 1150-CARGAR-ENTRADA
066400         THRU 1150-CARGAR-ENTRADA-EXIT
066500         UNTIL FIN-DE-CATALOGO.
066600
066700     CLOSE CATALOGO.
066800
066900 1100-CARGAR-CATALOGO-EXIT.
067000     EXIT.
067100
067200******************************************************************
067300* 1150-CARGAR-ENTRADA - CARGA UNA ENTRADA DEL CATALOGO EN LA
067400* TABLA DE TRABAJO.
067500******************************************************************
067600 1150-CARGAR-ENTRADA.
067700
067800     READ CATALOGO
067900         AT END
068000             SET FIN-DE-CATALOGO TO TRUE
068100             GO TO 1150-CARGAR-ENTRADA-EXIT
068200     END-READ.
068300
068400     IF FS-CATALOGO NOT = "00" AND FS-CATALOGO NOT = "06"
068500         DISPLAY "ERROR AL LEER EL CATALOGO. ESTADO: " FS-CATALOGO
068600         MOVE 16 TO RETURN-CODE
068700         STOP RUN.
068800
068900     IF WS-CANT-CATALOGO NOT < WS-MAX-CATALOGO
069000         DISPLAY "CAPACIDAD DEL CATALOGO EXCEDIDA."
069100         MOVE 16 TO RETURN-CODE
069200         STOP RUN.
069300
069400     ADD 1 TO WS-CANT-CATALOGO.
069500     MOVE CAT-TIPO   TO WS-CAT-TIPO (WS-CANT-CATALOGO).
069600     MOVE CAT-FECHA  TO WS-CAT-FECHA (WS-CANT-CATALOGO).
069700     MOVE CAT-NOMBRE TO WS-CAT-NOMBRE (WS-CANT-CATALOGO).
069800     MOVE CAT-ESTADO TO WS-CAT-ESTADO (WS-CANT-CATALOGO).
069900
070000 1150-CARGAR-ENTRADA-EXIT.
070100     EXIT.
070200
070300******************************************************************
070400* 1200-ASIGNAR-JUEGO - EL JUEGO DEL DIA ES UNO MAS QUE LOS
070500* MANIFIESTOS DE HOY YA CATALOGADOS: SI LA CADENA SE REPITE EN EL
070600* DIA, EL JUEGO ANTERIOR QUEDA INTACTO. UN RESGUARDO QUE SE CORTO
070700* ANTES DE CATALOGARSE NO CUENTA Y SU JUEGO SE VUELVE A USAR.
070800******************************************************************
070900 1200-ASIGNAR-JUEGO.
071000
071100     MOVE ZERO TO WS-JUEGO.
071200
071300     PERFORM 1250-CONTAR-JUEGO
071400         THRU 1250-CONTAR-JUEGO-EXIT
071500         VARYING WS-IND-CATALOGO FROM 1 BY 1
071600         UNTIL WS-IND-CATALOGO > WS-CANT-CATALOGO.
071700
071800     ADD 1 TO WS-JUEGO.
071900
072000     IF WS-JUEGO > WS-MAX-JUEGO
072100         DISPLAY "CAPACIDAD DE JUEGOS DE RESGUARDO DEL DIA "
072200             "EXCEDIDA."
072300         MOVE 16 TO RETURN-CODE
072400         STOP RUN.
072500
072600     MOVE WS-FECHA-CORRIDA-NUM TO WS-NCP-FECHA.
072700     MOVE WS-JUEGO             TO WS-NCP-JUEGO.
072800
072900 1200-ASIGNAR-JUEGO-EXIT.
073000     EXIT.
073100
073200******************************************************************
073300* 1250-CONTAR-JUEGO - CUENTA UNA ENTRADA DEL CATALOGO SI ES UN
073400* MANIFIESTO DE RESGUARDO DE HOY.
073500******************************************************************
073600 1250-CONTAR-JUEGO.
073700
073800     IF WS-CAT-TIPO (WS-IND-CATALOGO) = "MANIFIESTO" AND
073900             WS-CAT-FECHA (WS-IND-CATALOGO) = WS-FECHA-CORRIDA-NUM
074000         ADD 1 TO WS-JUEGO.
074100
074200 1250-CONTAR-JUEGO-EXIT.
074300     EXIT.
074400
074500******************************************************************
074600* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
074700* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
074800* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
074900******************************************************************
075000 1900-VERIFICAR-DIA-CORRIDA.
075100
075200     OPEN INPUT ARCH-CALENDARIO.
075300     IF FS-CALENDARIO = "35"
075400         SET CALENDARIO-NO-DISPONIBLE TO TRUE
075500     ELSE
075600         IF FS-CALENDARIO NOT = "00"
075700             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
075800                 FS-CALENDARIO
075900             MOVE 16 TO RETURN-CODE
076000             STOP RUN
076100         END-IF.
076200
076300     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
076400     PERFORM 1950-VERIFICAR-DIA-HABIL
076500         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
076600     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
076700     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
076800
076900     IF CALENDARIO-DISPONIBLE
077000         CLOSE ARCH-CALENDARIO.
077100
077200 1900-VERIFICAR-DIA-CORRIDA-EXIT.
077300     EXIT.
077400
077500******************************************************************
077600* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
077700* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
077800* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
077900******************************************************************
078000 1950-VERIFICAR-DIA-HABIL.
078100
078200     SET DIA-HABIL TO TRUE.
078300     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
078400
078500     COMPUTE WS-ENTERO-HABIL =
078600         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
078700     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
078800         REMAINDER WS-DIA-SEMANA.
078900
079000     IF WS-DIA-SEMANA = 6
079100         SET DIA-NO-HABIL TO TRUE
079200         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
079300         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
079400
079500     IF WS-DIA-SEMANA = 0
079600         SET DIA-NO-HABIL TO TRUE
079700         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
079800         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
079900
080000     IF CALENDARIO-NO-DISPONIBLE
080100         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
080200
080300     MOVE WS-FECHA-HABIL TO CAL-FECHA.
080400     READ ARCH-CALENDARIO
080500         INVALID KEY
080600             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
080700     END-READ.
080800
080900     IF FS-CALENDARIO NOT = "00"
081000         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
081100             FS-CALENDARIO
081200         MOVE 16 TO RETURN-CODE
081300         STOP RUN.
081400
081500     SET DIA-NO-HABIL TO TRUE.
081600     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
081700
081800 1950-VERIFICAR-DIA-HABIL-EXIT.
081900     EXIT.
082000
082100******************************************************************
082200* 2000-RESGUARDAR-MAESTRO - COPIA EL MAESTRO DE ARTICULOS, EN
082300* ORDEN DE CODIGO, A SU COPIA DEL JUEGO.
082400******************************************************************
082500 2000-RESGUARDAR-MAESTRO.
082600
082700     MOVE "MAESTRO   " TO WS-ARCHIVO-ACTUAL.
082800     MOVE "MAE"        TO WS-NCP-SIGLA.
082900     MOVE ZERO         TO WS-REGISTROS-ARCHIVO.
083000     SET ARCHIVO-EXISTE TO TRUE.
083100
083200     OPEN INPUT MAESTRO-ARTICULOS.
083300     IF FS-MAESTRO = "35"
083400         SET ARCHIVO-NO-EXISTE TO TRUE
083500         PERFORM 3000-ANOTAR-RESGUARDO
083600             THRU 3000-ANOTAR-RESGUARDO-EXIT
083700         GO TO 2000-RESGUARDAR-MAESTRO-EXIT.
083800     IF FS-MAESTRO NOT = "00"
083900         DISPLAY "ERROR AL ABRIR EL MAESTRO DE ARTICULOS. "
084000             "ESTADO: " FS-MAESTRO
084100         MOVE 16 TO RETURN-CODE
084200         STOP RUN.
084300
084400     PERFORM 2900-ABRIR-COPIA THRU 2900-ABRIR-COPIA-EXIT.
084500
084600     SET NO-FIN-DE-ENTRADA TO TRUE.
084700
084800     PERFORM 2100-COPIAR-MAESTRO
084900         THRU 2100-COPIAR-MAESTRO-EXIT
085000         UNTIL FIN-DE-ENTRADA.
085100
085200     CLOSE MAESTRO-ARTICULOS.
085300     CLOSE ARCH-COPIA.
085400
085500     PERFORM 3000-ANOTAR-RESGUARDO
085600         THRU 3000-ANOTAR-RESGUARDO-EXIT.
085700
085800 2000-RESGUARDAR-MAESTRO-EXIT.
085900     EXIT.
086000
086100******************************************************************
086200* 2100-COPIAR-MAESTRO - COPIA UN ARTICULO DEL MAESTRO.
086300******************************************************************
086400 2100-COPIAR-MAESTRO.
086500
086600     READ MAESTRO-ARTICULOS
086700         AT END
086800             SET FIN-DE-ENTRADA TO TRUE
086900             GO TO 2100-COPIAR-MAESTRO-EXIT
087000     END-READ.
087100
087200     IF FS-MAESTRO NOT = "00"
087300         DISPLAY "ERROR AL LEER EL MAESTRO DE ARTICULOS. "
087400             "ESTADO: " FS-MAESTRO
087500         MOVE 16 TO RETURN-CODE
087600         STOP RUN.
087700
087800     WRITE COP-REG FROM ART-REG.
087900     PERFORM 2950-VERIFICAR-COPIA THRU 2950-VERIFICAR-COPIA-EXIT.
088000
088100 2100-COPIAR-MAESTRO-EXIT.
088200     EXIT.
088300
088400******************************************************************
088500* 2200-RESGUARDAR-HISTORIA - COPIA LA HISTORIA DE TABLAS, CON LA
088600* GENERACION ACTUAL Y LA ANTERIOR DE CADA UNA.
088700******************************************************************
088800 2200-RESGUARDAR-HISTORIA.
088900
089000     MOVE "HISTORIA  " TO WS-ARCHIVO-ACTUAL.
089100     MOVE "HIS"        TO WS-NCP-SIGLA.
089200     MOVE ZERO         TO WS-REGISTROS-ARCHIVO.
089300     SET ARCHIVO-EXISTE TO TRUE.
089400
089500     OPEN INPUT ARCH-HISTORIA.
089600     IF FS-HISTORIA = "35"
089700         SET ARCHIVO-NO-EXISTE TO TRUE
089800         PERFORM 3000-ANOTAR-RESGUARDO
089900             THRU 3000-ANOTAR-RESGUARDO-EXIT
090000         GO TO 2200-RESGUARDAR-HISTORIA-EXIT.
090100     IF FS-HISTORIA NOT = "00"
090200         DISPLAY "ERROR AL ABRIR LA HISTORIA. ESTADO: "
090300             FS-HISTORIA
090400         MOVE 16 TO RETURN-CODE
090500         STOP RUN.
090600
090700     PERFORM 2900-ABRIR-COPIA THRU 2900-ABRIR-COPIA-EXIT.
090800
090900     SET NO-FIN-DE-ENTRADA TO TRUE.
091000
091100     PERFORM 2300-COPIAR-HISTORIA
091200         THRU 2300-COPIAR-HISTORIA-EXIT
091300         UNTIL FIN-DE-ENTRADA.
091400
091500     CLOSE ARCH-HISTORIA.
091600     CLOSE ARCH-COPIA.
091700
091800     PERFORM 3000-ANOTAR-RESGUARDO
091900         THRU 3000-ANOTAR-RESGUARDO-EXIT.
092000
092100 2200-RESGUARDAR-HISTORIA-EXIT.
092200     EXIT.
092300
092400******************************************************************
092500* 2300-COPIAR-HISTORIA - COPIA UN REGISTRO DE LA HISTORIA.
092600******************************************************************
092700 2300-COPIAR-HISTORIA.
092800
092900     READ ARCH-HISTORIA
093000         AT END
093100             SET FIN-DE-ENTRADA TO TRUE
093200             GO TO 2300-COPIAR-HISTORIA-EXIT
093300     END-READ.
093400
093500     IF FS-HISTORIA NOT = "00"
093600         DISPLAY "ERROR AL LEER LA HISTORIA. ESTADO: "
093700             FS-HISTORIA
093800         MOVE 16 TO RETURN-CODE
093900         STOP RUN.
094000
094100     WRITE COP-REG FROM HIS-REG.
094200     PERFORM 2950-VERIFICAR-COPIA THRU 2950-VERIFICAR-COPIA-EXIT.
094300
094400 2300-COPIAR-HISTORIA-EXIT.
094500     EXIT.
094600
094700******************************************************************
094800* 2400-RESGUARDAR-PENDIENTES - COPIA LOS RENGLONES LIBERADOS QUE
094900* ESPERAN PRECIO, CON SU FECHA DE LIBERACION PARA LA ANTIGUEDAD.
095000******************************************************************
095100 2400-RESGUARDAR-PENDIENTES.
095200
095300     MOVE "PENDIENTES" TO WS-ARCHIVO-ACTUAL.
095400     MOVE "PEN"        TO WS-NCP-SIGLA.
095500     MOVE ZERO         TO WS-REGISTROS-ARCHIVO.
095600     SET ARCHIVO-EXISTE TO TRUE.
095700
095800     OPEN INPUT ARCH-PENDIENTES.
095900     IF FS-PENDIENTES = "35"
096000         SET ARCHIVO-NO-EXISTE TO TRUE
096100         PERFORM 3000-ANOTAR-RESGUARDO
096200             THRU 3000-ANOTAR-RESGUARDO-EXIT
096300         GO TO 2400-RESGUARDAR-PENDIENTES-EXIT.
096400     IF FS-PENDIENTES NOT = "00"
096500         DISPLAY "ERROR AL ABRIR LOS PENDIENTES DE PRECIOS. "
096600             "ESTADO: " FS-PENDIENTES
096700         MOVE 16 TO RETURN-CODE
096800         STOP RUN.
096900
097000     PERFORM 2900-ABRIR-COPIA THRU 2900-ABRIR-COPIA-EXIT.
097100
097200     SET NO-FIN-DE-ENTRADA TO TRUE.
097300
097400     PERFORM 2500-COPIAR-PENDIENTE
097500         THRU 2500-COPIAR-PENDIENTE-EXIT
097600         UNTIL FIN-DE-ENTRADA.
097700
097800     CLOSE ARCH-PENDIENTES.
097900     CLOSE ARCH-COPIA.
098000
098100     PERFORM 3000-ANOTAR-RESGUARDO
098200         THRU 3000-ANOTAR-RESGUARDO-EXIT.
098300
098400 2400-RESGUARDAR-PENDIENTES-EXIT.
098500     EXIT.
098600
098700******************************************************************
098800* 2500-COPIAR-PENDIENTE - COPIA UN RENGLON PENDIENTE DE PRECIO.
098900******************************************************************
099000 2500-COPIAR-PENDIENTE.
099100
099200     READ ARCH-PENDIENTES
099300         AT END
099400             SET FIN-DE-ENTRADA TO TRUE
099500             GO TO 2500-COPIAR-PENDIENTE-EXIT
099600     END-READ.
099700
099800     IF FS-PENDIENTES NOT = "00"
099900         DISPLAY "ERROR AL LEER LOS PENDIENTES DE PRECIOS. "
100000             "ESTADO: " FS-PENDIENTES
100100         MOVE 16 TO RETURN-CODE
100200         STOP RUN.
100300
100400     WRITE COP-REG FROM PEN-REG.
100500     PERFORM 2950-VERIFICAR-COPIA THRU 2950-VERIFICAR-COPIA-EXIT.
100600
100700 2500-COPIAR-PENDIENTE-EXIT.
100800     EXIT.
100900
101000******************************************************************
101100* 2600-RESGUARDAR-REINTENTOS - COPIA EL CONTADOR DE REINTENTOS DE
101200* CADA RENGLON RECHAZADO QUE SE RECICLA.
101300******************************************************************
101400 2600-RESGUARDAR-REINTENTOS.
101500
101600     MOVE "REINTENTOS" TO WS-ARCHIVO-ACTUAL.
101700     MOVE "REI"        TO WS-NCP-SIGLA.
101800     MOVE ZERO         TO WS-REGISTROS-ARCHIVO.
101900     SET ARCHIVO-EXISTE TO TRUE.
102000
102100     OPEN INPUT ARCH-REINTENTOS.
102200     IF FS-REINTENTOS = "35"
102300         SET ARCHIVO-NO-EXISTE TO TRUE
102400         PERFORM 3000-ANOTAR-RESGUARDO
102500             THRU 3000-ANOTAR-RESGUARDO-EXIT
102600         GO TO 2600-RESGUARDAR-REINTENTOS-EXIT.
102700     IF FS-REINTENTOS NOT = "00"
102800         DISPLAY "ERROR AL ABRIR LOS REINTENTOS. ESTADO: "
102900             FS-REINTENTOS
103000         MOVE 16 TO RETURN-CODE
103100         STOP RUN.
103200
103300     PERFORM 2900-ABRIR-COPIA THRU 2900-ABRIR-COPIA-EXIT.
103400
103500     SET NO-FIN-DE-ENTRADA TO TRUE.
103600
103700     PERFORM 2700-COPIAR-REINTENTO
103800         THRU 2700-COPIAR-REINTENTO-EXIT
103900         UNTIL FIN-DE-ENTRADA.
104000
104100     CLOSE ARCH-REINTENTOS.
104200     CLOSE ARCH-COPIA.
104300
104400     PERFORM 3000-ANOTAR-RESGUARDO
104500         THRU 3000-ANOTAR-RESGUARDO-EXIT.
104600
104700 2600-RESGUARDAR-REINTENTOS-EXIT.
104800     EXIT.
104900
105000******************************************************************
105100* 2700-COPIAR-REINTENTO - COPIA UN CONTADOR DE REINTENTOS.
105200******************************************************************
105300 2700-COPIAR-REINTENTO.
105400
105500     READ ARCH-REINTENTOS
105600         AT END
105700             SET FIN-DE-ENTRADA TO TRUE
105800             GO TO 2700-COPIAR-REINTENTO-EXIT
105900     END-READ.
106000
106100     IF FS-REINTENTOS NOT = "00"
106200         DISPLAY "ERROR AL LEER LOS REINTENTOS. ESTADO: "
106300             FS-REINTENTOS
106400         MOVE 16 TO RETURN-CODE
106500         STOP RUN.
106600
106700     WRITE COP-REG FROM REI-REG.
106800     PERFORM 2950-VERIFICAR-COPIA THRU 2950-VERIFICAR-COPIA-EXIT.
106900
107000 2700-COPIAR-REINTENTO-EXIT.
107100     EXIT.
107200
107300******************************************************************
107400* 2800-RESGUARDAR-CORRIDA - COPIA EL CONTROL DE CORRIDAS Y TOMA EL
107500* NUMERO DE CORRIDA VIGENTE PARA EL MANIFIESTO Y LA AUDITORIA.
107600******************************************************************
107700 2800-RESGUARDAR-CORRIDA.
107800
107900     MOVE "CORRIDACTL" TO WS-ARCHIVO-ACTUAL.
108000     MOVE "CRR"        TO WS-NCP-SIGLA.
108100     MOVE ZERO         TO WS-REGISTROS-ARCHIVO.
108200     SET ARCHIVO-EXISTE TO TRUE.
108300
108400     OPEN INPUT ARCH-CORRIDA.
108500     IF FS-CORRIDA = "35"
108600         SET ARCHIVO-NO-EXISTE TO TRUE
108700         PERFORM 3000-ANOTAR-RESGUARDO
108800             THRU 3000-ANOTAR-RESGUARDO-EXIT
108900         GO TO 2800-RESGUARDAR-CORRIDA-EXIT.
109000     IF FS-CORRIDA NOT = "00"
109100         DISPLAY "ERROR AL ABRIR EL CONTROL DE CORRIDAS. "
109200             "ESTADO: " FS-CORRIDA
109300         MOVE 16 TO RETURN-CODE
109400         STOP RUN.
109500
109600     PERFORM 2900-ABRIR-COPIA THRU 2900-ABRIR-COPIA-EXIT.
109700
109800     SET NO-FIN-DE-ENTRADA TO TRUE.
109900
110000     PERFORM 2850-COPIAR-CORRIDA
110100         THRU 2850-COPIAR-CORRIDA-EXIT
110200         UNTIL FIN-DE-ENTRADA.
110300
110400     CLOSE ARCH-CORRIDA.
110500     CLOSE ARCH-COPIA.
110600
110700     PERFORM 3000-ANOTAR-RESGUARDO
110800         THRU 3000-ANOTAR-RESGUARDO-EXIT.
110900
111000 2800-RESGUARDAR-CORRIDA-EXIT.
111100     EXIT.
111200
111300******************************************************************
111400* 2850-COPIAR-CORRIDA - COPIA EL REGISTRO DEL CONTROL DE CORRIDAS.
111500******************************************************************
111600 2850-COPIAR-CORRIDA.
111700
111800     READ ARCH-CORRIDA
111900         AT END
112000             SET FIN-DE-ENTRADA TO TRUE
112100             GO TO 2850-COPIAR-CORRIDA-EXIT
112200     END-READ.
112300
112400     IF FS-CORRIDA NOT = "00" AND FS-CORRIDA NOT = "06"
112500         DISPLAY "ERROR AL LEER EL CONTROL DE CORRIDAS. ESTADO: "
112600             FS-CORRIDA
112700         MOVE 16 TO RETURN-CODE
112800         STOP RUN.
112900
113000     MOVE CRR-NUMERO-CORRIDA TO WS-CORRIDA-VIGENTE.
113100
113200     WRITE COP-REG FROM CRR-REG.
113300     PERFORM 2950-VERIFICAR-COPIA THRU 2950-VERIFICAR-COPIA-EXIT.
113400
113500 2850-COPIAR-CORRIDA-EXIT.
113600     EXIT.
113601
113602******************************************************************
113603* 2860-RESGUARDAR-CAMBIOS - COPIA LOS CAMBIOS DE PRECIO A FUTURO
113604* QUE TODAVIA NO LLEGARON A SU FECHA EFECTIVA. ACTMAESTRO LOS
113605* REGRABA CUANDO ACTIVA LOS QUE VENCEN.
113606******************************************************************
113607 2860-RESGUARDAR-CAMBIOS.
113608
113609     MOVE "PENDCAMBIO" TO WS-ARCHIVO-ACTUAL.
113610     MOVE "CAM"        TO WS-NCP-SIGLA.
113611     MOVE ZERO         TO WS-REGISTROS-ARCHIVO.
113612     SET ARCHIVO-EXISTE TO TRUE.
113613
113614     OPEN INPUT ARCH-CAMBIOS.
113615     IF FS-CAMBIOS = "35"
113616         SET ARCHIVO-NO-EXISTE TO TRUE
113617         PERFORM 3000-ANOTAR-RESGUARDO
113618             THRU 3000-ANOTAR-RESGUARDO-EXIT
113619         GO TO 2860-RESGUARDAR-CAMBIOS-EXIT.
113620     IF FS-CAMBIOS NOT = "00"
113621         DISPLAY "ERROR AL ABRIR LOS CAMBIOS DE PRECIO. ESTADO: "
113622             FS-CAMBIOS
113623         MOVE 16 TO RETURN-CODE
113624         STOP RUN.
113625
113626     PERFORM 2900-ABRIR-COPIA THRU 2900-ABRIR-COPIA-EXIT.
113627
113628     SET NO-FIN-DE-ENTRADA TO TRUE.
113629
113630     PERFORM 2870-COPIAR-CAMBIO
113631         THRU 2870-COPIAR-CAMBIO-EXIT
113632         UNTIL FIN-DE-ENTRADA.
113633
113634     CLOSE ARCH-CAMBIOS.
113635     CLOSE ARCH-COPIA.
113636
113637     PERFORM 3000-ANOTAR-RESGUARDO
113638         THRU 3000-ANOTAR-RESGUARDO-EXIT.
113639
113640 2860-RESGUARDAR-CAMBIOS-EXIT.
113641     EXIT.
113642
113643******************************************************************
113644* 2870-COPIAR-CAMBIO - COPIA UN CAMBIO DE PRECIO A FUTURO.
113645******************************************************************
113646 2870-COPIAR-CAMBIO.
113647
113648     READ ARCH-CAMBIOS
113649         AT END
113650             SET FIN-DE-ENTRADA TO TRUE
113651             GO TO 2870-COPIAR-CAMBIO-EXIT
113652     END-READ.
113653
113654     IF FS-CAMBIOS NOT = "00" AND FS-CAMBIOS NOT = "06"
113655         DISPLAY "ERROR AL LEER LOS CAMBIOS DE PRECIO. ESTADO: "
113656             FS-CAMBIOS
113657         MOVE 16 TO RETURN-CODE
113658         STOP RUN.
113659
113660     WRITE COP-REG FROM CAM-REG.
113661     PERFORM 2950-VERIFICAR-COPIA THRU 2950-VERIFICAR-COPIA-EXIT.
113662
113663 2870-COPIAR-CAMBIO-EXIT.
113664     EXIT.
113700
113800******************************************************************
113900* 2900-ABRIR-COPIA - CREA LA COPIA DEL ARCHIVO EN CURSO CON EL
114000* NOMBRE DEL JUEGO DEL DIA.
114100******************************************************************
114200 2900-ABRIR-COPIA.
114300
114400     OPEN OUTPUT ARCH-COPIA.
114500     IF FS-COPIA NOT = "00"
114600         DISPLAY "ERROR AL ABRIR LA COPIA " WS-NOMBRE-COPIA
114700             " ESTADO: " FS-COPIA
114800         MOVE 16 TO RETURN-CODE
114900         STOP RUN.
115000
115100 2900-ABRIR-COPIA-EXIT.
115200     EXIT.
115300
115400******************************************************************
115500* 2950-VERIFICAR-COPIA - CONTROLA LA GRABACION DE UN REGISTRO EN
115600* LA COPIA Y LO CUENTA.
115700******************************************************************
115800 2950-VERIFICAR-COPIA.
115900
116000     IF FS-COPIA NOT = "00"
116100         DISPLAY "ERROR AL GRABAR LA COPIA " WS-NOMBRE-COPIA
116200             " ESTADO: " FS-COPIA
116300         MOVE 16 TO RETURN-CODE
116400         STOP RUN.
116500
116600     ADD 1 TO WS-REGISTROS-ARCHIVO.
116700
116800 2950-VERIFICAR-COPIA-EXIT.
116900     EXIT.
117000
117100******************************************************************
117200* 3000-ANOTAR-RESGUARDO - DEJA EL ARCHIVO RECIEN TRATADO EN LA
117300* TABLA DEL JUEGO Y EN EL LISTADO. LA COPIA SE ANOTA EN EL
117400* CATALOGO. UN ARCHIVO QUE NO EXISTIA QUEDA ASI EN EL MANIFIESTO,
117500* PARA QUE LA RESTAURACION LO VUELVA A DEJAR SIN CREAR.
117600******************************************************************
117700 3000-ANOTAR-RESGUARDO.
117800
117900     ADD 1 TO WS-CANT-RESGUARDO.
118000     MOVE WS-ARCHIVO-ACTUAL
118100         TO WS-RES-ARCHIVO (WS-CANT-RESGUARDO).
118200     MOVE WS-SW-EXISTE
118300         TO WS-RES-EXISTE (WS-CANT-RESGUARDO).
118400     MOVE WS-REGISTROS-ARCHIVO
118500         TO WS-RES-REGISTROS (WS-CANT-RESGUARDO).
118600
118700     MOVE WS-ARCHIVO-ACTUAL    TO LD-ARCHIVO.
118800     MOVE WS-REGISTROS-ARCHIVO TO LD-REGISTROS.
118900
119000     IF ARCHIVO-EXISTE
119100         MOVE WS-NOMBRE-COPIA TO WS-RES-COPIA (WS-CANT-RESGUARDO)
119200         MOVE WS-NOMBRE-COPIA TO LD-COPIA
119300         MOVE "COPIADO"       TO LD-ESTADO
119400         ADD 1 TO WS-TOTAL-COPIADOS
119500         ADD WS-REGISTROS-ARCHIVO TO WS-TOTAL-REGISTROS
119600         MOVE "RESGUARDO " TO CAT-TIPO
119700         MOVE WS-NOMBRE-COPIA TO CAT-NOMBRE
119800         PERFORM 6000-ANOTAR-EN-CATALOGO
119900             THRU 6000-ANOTAR-EN-CATALOGO-EXIT
120000     ELSE
120100         MOVE SPACES TO WS-RES-COPIA (WS-CANT-RESGUARDO)
120200         MOVE SPACES          TO LD-COPIA
120300         MOVE "NO EXISTIA"    TO LD-ESTADO
120400         ADD 1 TO WS-TOTAL-INEXISTENTES.
120500
120600     WRITE LINEA-LISTADO FROM LIN-DETALLE.
120700
120800     DISPLAY WS-ARCHIVO-ACTUAL " " LD-ESTADO " "
120900         WS-REGISTROS-ARCHIVO.
121000
121100 3000-ANOTAR-RESGUARDO-EXIT.
121200     EXIT.
121300
121400******************************************************************
121500* 3050-ENCABEZADO-LISTADO - ESCRIBE EL ENCABEZADO DEL LISTADO DEL
121600* RESGUARDO.
121700******************************************************************
121800 3050-ENCABEZADO-LISTADO.
121900
122000     ADD 1 TO WS-NUMERO-PAGINA.
122100     MOVE WS-FC-DIA  TO LE1-DIA.
122200     MOVE WS-FC-MES  TO LE1-MES.
122300     MOVE WS-FC-ANIO TO LE1-ANIO.
122400     MOVE WS-NUMERO-PAGINA TO LE1-PAGINA.
122500     MOVE WS-JUEGO    TO LEJ-JUEGO.
122600     MOVE WS-OPERADOR TO LEJ-OPERADOR.
122700
122800     WRITE LINEA-LISTADO FROM LIN-BLANCO.
122900     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
123000     IF CORRIDA-EN-DIA-NO-HABIL
123100         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
123200     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-JUEGO.
123300     WRITE LINEA-LISTADO FROM LIN-BLANCO.
123400     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-2.
123500     WRITE LINEA-LISTADO FROM LIN-BLANCO.
123600
123700 3050-ENCABEZADO-LISTADO-EXIT.
123800     EXIT.
123900
124000******************************************************************
124100* 4000-GRABAR-MANIFIESTO - GRABA EL MANIFIESTO DEL JUEGO CON UN
124200* REGISTRO POR ARCHIVO (COPIA, SI EXISTIA Y CANTIDAD DE REGISTROS)
124300* Y LO ANOTA EN EL CATALOGO. SE GRABA AL FINAL: UN JUEGO SIN
124400* MANIFIESTO NO SE PUEDE RESTAURAR.
124500******************************************************************
124600 4000-GRABAR-MANIFIESTO.
124700
124800     MOVE "MAN" TO WS-NCP-SIGLA.
124900     MOVE WS-NOMBRE-COPIA TO WS-NOMBRE-MANIFIESTO.
125000
125100     OPEN OUTPUT ARCH-MANIFIESTO.
125200     IF FS-MANIFIESTO NOT = "00"
125300         DISPLAY "ERROR AL ABRIR EL MANIFIESTO. ESTADO: "
125400             FS-MANIFIESTO
125500         MOVE 16 TO RETURN-CODE
125600         STOP RUN.
125700
125800     PERFORM 4100-GRABAR-RENGLON
125900         THRU 4100-GRABAR-RENGLON-EXIT
126000         VARYING WS-IND-RESGUARDO FROM 1 BY 1
126100         UNTIL WS-IND-RESGUARDO > WS-CANT-RESGUARDO.
126200
126300     CLOSE ARCH-MANIFIESTO.
126400
126500     MOVE "MANIFIESTO" TO CAT-TIPO.
126600     MOVE WS-NOMBRE-MANIFIESTO TO CAT-NOMBRE.
126700     PERFORM 6000-ANOTAR-EN-CATALOGO
126800         THRU 6000-ANOTAR-EN-CATALOGO-EXIT.
126900
127000     DISPLAY "JUEGO DE RESGUARDO EN " WS-NOMBRE-MANIFIESTO.
127100
127200 4000-GRABAR-MANIFIESTO-EXIT.
127300     EXIT.
127400
127500******************************************************************
127600* 4100-GRABAR-RENGLON - GRABA EL REGISTRO DEL MANIFIESTO DE UN
127700* ARCHIVO DEL JUEGO.
127800******************************************************************
127900 4100-GRABAR-RENGLON.
128000
128100     MOVE WS-FECHA-CORRIDA-NUM TO RSM-FECHA.
128200     MOVE WS-JUEGO             TO RSM-JUEGO.
128300     MOVE WS-CORRIDA-VIGENTE   TO RSM-CORRIDA.
128400     MOVE WS-RES-ARCHIVO (WS-IND-RESGUARDO)   TO RSM-ARCHIVO.
128500     MOVE WS-RES-COPIA (WS-IND-RESGUARDO)     TO RSM-COPIA.
128600     MOVE WS-RES-EXISTE (WS-IND-RESGUARDO)    TO RSM-EXISTE.
128700     MOVE WS-RES-REGISTROS (WS-IND-RESGUARDO) TO RSM-REGISTROS.
128800     MOVE WS-OPERADOR          TO RSM-OPERADOR.
128900
129000     WRITE RSM-REG.
129100     IF FS-MANIFIESTO NOT = "00"
129200         DISPLAY "ERROR AL GRABAR EL MANIFIESTO. ESTADO: "
129300             FS-MANIFIESTO
129400         MOVE 16 TO RETURN-CODE
129500         STOP RUN.
129600
129700 4100-GRABAR-RENGLON-EXIT.
129800     EXIT.
129900
130000******************************************************************
130100* 6000-ANOTAR-EN-CATALOGO - AGREGA LA COPIA A LA TABLA DEL
130200* CATALOGO. SI YA ESTABA ANOTADA (UN RESGUARDO CORTADO QUE SE
130300* REPITE CON EL MISMO JUEGO), NO SE DUPLICA.
130400******************************************************************
130500 6000-ANOTAR-EN-CATALOGO.
130600
130700     SET NO-CATALOGADA TO TRUE.
130800
130900     PERFORM 6100-BUSCAR-EN-CATALOGO
131000         THRU 6100-BUSCAR-EN-CATALOGO-EXIT
131100         VARYING WS-IND-CATALOGO FROM 1 BY 1
131200         UNTIL WS-IND-CATALOGO > WS-CANT-CATALOGO
131300             OR YA-CATALOGADA.
131400
131500     IF YA-CATALOGADA
131600         GO TO 6000-ANOTAR-EN-CATALOGO-EXIT.
131700
131800     IF WS-CANT-CATALOGO NOT < WS-MAX-CATALOGO
131900         DISPLAY "CAPACIDAD DEL CATALOGO EXCEDIDA."
132000         MOVE 16 TO RETURN-CODE
132100         STOP RUN.
132200
132300     ADD 1 TO WS-CANT-CATALOGO.
132400     MOVE CAT-TIPO     TO WS-CAT-TIPO (WS-CANT-CATALOGO).
132500     MOVE WS-FECHA-CORRIDA-NUM
132600                       TO WS-CAT-FECHA (WS-CANT-CATALOGO).
132700     MOVE CAT-NOMBRE   TO WS-CAT-NOMBRE (WS-CANT-CATALOGO).
132800     MOVE "A"          TO WS-CAT-ESTADO (WS-CANT-CATALOGO).
132900
133000 6000-ANOTAR-EN-CATALOGO-EXIT.
133100     EXIT.
133200
133300******************************************************************
133400* 6100-BUSCAR-EN-CATALOGO - COMPARA EL NOMBRE A ANOTAR CONTRA UNA
133500* ENTRADA DE LA TABLA DEL CATALOGO.
133600******************************************************************
133700 6100-BUSCAR-EN-CATALOGO.
133800
133900     IF WS-CAT-NOMBRE (WS-IND-CATALOGO) = CAT-NOMBRE
134000         SET YA-CATALOGADA TO TRUE.
134100
134200 6100-BUSCAR-EN-CATALOGO-EXIT.
134300     EXIT.
134400
134500******************************************************************
134600* 7000-GRABAR-CATALOGO - REGRABA EL CATALOGO COMPLETO DESDE LA
134700* TABLA DE TRABAJO.
134800******************************************************************
134900 7000-GRABAR-CATALOGO.
135000
135100     OPEN OUTPUT CATALOGO.
135200     IF FS-CATALOGO NOT = "00"
135300         DISPLAY "ERROR AL REGRABAR EL CATALOGO. ESTADO: "
135400             FS-CATALOGO
135500         MOVE 16 TO RETURN-CODE
135600         STOP RUN.
135700
135800     PERFORM 7100-GRABAR-ENTRADA
135900         THRU 7100-GRABAR-ENTRADA-EXIT
136000         VARYING WS-IND-CATALOGO FROM 1 BY 1
136100         UNTIL WS-IND-CATALOGO > WS-CANT-CATALOGO.
136200
136300     CLOSE CATALOGO.
136400
136500 7000-GRABAR-CATALOGO-EXIT.
136600     EXIT.
136700
136800******************************************************************
136900* 7100-GRABAR-ENTRADA - GRABA UNA ENTRADA DE LA TABLA EN EL
137000* CATALOGO.
137100******************************************************************
137200 7100-GRABAR-ENTRADA.
137300
137400     MOVE WS-CAT-TIPO (WS-IND-CATALOGO)   TO CAT-TIPO.
137500     MOVE WS-CAT-FECHA (WS-IND-CATALOGO)  TO CAT-FECHA.
137600     MOVE WS-CAT-NOMBRE (WS-IND-CATALOGO) TO CAT-NOMBRE.
137700     MOVE WS-CAT-ESTADO (WS-IND-CATALOGO) TO CAT-ESTADO.
137800     WRITE CAT-REG.
137900     IF FS-CATALOGO NOT = "00"
138000         DISPLAY "ERROR AL GRABAR EL CATALOGO. ESTADO: "
138100             FS-CATALOGO
138200         MOVE 16 TO RETURN-CODE
138300         STOP RUN.
138400
138500 7100-GRABAR-ENTRADA-EXIT.
138600     EXIT.
138700
138800******************************************************************
138900* 7500-AUDITAR-RESGUARDO - DEJA EN LA AUDITORIA EL RESGUARDO
139000* HECHO: NUMERO DE JUEGO, TOTAL DE REGISTROS COPIADOS Y CORRIDA
139100* VIGENTE.
139200******************************************************************
139300 7500-AUDITAR-RESGUARDO.
139400
139500     ACCEPT WS-HORA-CORRIDA FROM TIME.
139600
139700     MOVE WS-FECHA-CORRIDA   TO AUD-FECHA.
139800     MOVE WS-HORA-CORRIDA    TO AUD-HORA.
139900     MOVE WS-OPERADOR        TO AUD-OPERADOR.
140000     MOVE "RESGUARDO "       TO AUD-ESTADO.
140100     MOVE WS-JUEGO           TO AUD-NUMERO.
140200     MOVE WS-TOTAL-REGISTROS TO AUD-RESULTADO.
140300     MOVE "RESG "            TO AUD-ENTRADA.
140400     MOVE WS-CORRIDA-VIGENTE TO AUD-CORRIDA.
140500     MOVE SPACES             TO AUD-ORIGEN.
140600
140700     OPEN EXTEND ARCH-AUDITORIA.
140800     IF FS-AUDITORIA = "35"
140900         OPEN OUTPUT ARCH-AUDITORIA.
141000     IF FS-AUDITORIA NOT = "00" AND FS-AUDITORIA NOT = "05"
141100         DISPLAY "ERROR AL ABRIR LA AUDITORIA. ESTADO: "
141200             FS-AUDITORIA
141300         MOVE 16 TO RETURN-CODE
141400         STOP RUN.
141500
141600     PERFORM 9100-SELLAR-AUDITORIA
141700         THRU 9100-SELLAR-AUDITORIA-EXIT.
141800     WRITE AUD-REG.
141900     PERFORM 9170-GUARDAR-SELLO THRU 9170-GUARDAR-SELLO-EXIT.
142000
142100     IF FS-AUDITORIA NOT = "00"
142200         DISPLAY "ERROR AL GRABAR LA AUDITORIA. ESTADO: "
142300             FS-AUDITORIA
142400         MOVE 16 TO RETURN-CODE
142500         STOP RUN.
142600
142700     CLOSE ARCH-AUDITORIA.
142800
142900 7500-AUDITAR-RESGUARDO-EXIT.
143000     EXIT.
143100
143200******************************************************************
143300* 8000-FINALIZAR - IMPRIME LOS TOTALES DEL RESGUARDO Y CIERRA EL
143400* LISTADO.
143500******************************************************************
143600 8000-FINALIZAR.
143700
143800     WRITE LINEA-LISTADO FROM LIN-BLANCO.
143900
144000     MOVE "ARCHIVOS COPIADOS..........: " TO LT-CONCEPTO.
144100     MOVE WS-TOTAL-COPIADOS TO LT-CIFRA.
144200     WRITE LINEA-LISTADO FROM LIN-TOTAL.
144300
144400     MOVE "ARCHIVOS QUE NO EXISTIAN...: " TO LT-CONCEPTO.
144500     MOVE WS-TOTAL-INEXISTENTES TO LT-CIFRA.
144600     WRITE LINEA-LISTADO FROM LIN-TOTAL.
144700
144800     MOVE "REGISTROS COPIADOS.........: " TO LT-CONCEPTO.
144900     MOVE WS-TOTAL-REGISTROS TO LT-CIFRA.
145000     WRITE LINEA-LISTADO FROM LIN-TOTAL.
145100
145200     MOVE "CORRIDA VIGENTE............: " TO LT-CONCEPTO.
145300     MOVE WS-CORRIDA-VIGENTE TO LT-CIFRA.
145400     WRITE LINEA-LISTADO FROM LIN-TOTAL.
145500
145600     MOVE WS-NOMBRE-MANIFIESTO TO LTM-NOMBRE.
145700     WRITE LINEA-LISTADO FROM LIN-TOTAL-MANIFIESTO.
145800
145900     DISPLAY "ARCHIVOS COPIADOS..........: " WS-TOTAL-COPIADOS.
146000     DISPLAY "ARCHIVOS QUE NO EXISTIAN...: "
146100         WS-TOTAL-INEXISTENTES.
146200     DISPLAY "REGISTROS COPIADOS.........: " WS-TOTAL-REGISTROS.
146300
146400     CLOSE LISTADO.
146500
146600 8000-FINALIZAR-EXIT.
146700     EXIT.
146800
146900******************************************************************
147000* 9100-SELLAR-AUDITORIA - NUMERA EL REGISTRO DE AUDITORIA YA
147100* ARMADO CON LA SECUENCIA SIGUIENTE Y LE CALCULA EL VERIFICADOR
147200* ENCADENADO CON EL DEL REGISTRO ANTERIOR. LA ULTIMA SECUENCIA Y
147300* EL ULTIMO VERIFICADOR SALEN DEL CONTROL DE SELLADO, COMUN A
147400* TODOS LOS PROGRAMAS QUE GRABAN AUDITORIA.
147500******************************************************************
147600 9100-SELLAR-AUDITORIA.
147700
147800     IF SELLO-NO-CARGADO
147900         PERFORM 9110-CARGAR-SELLO THRU 9110-CARGAR-SELLO-EXIT.
148000
148100     ADD 1 TO WS-SELLO-SECUENCIA.
148200     MOVE WS-SELLO-SECUENCIA TO AUD-SECUENCIA.
148300     MOVE ZERO               TO AUD-VERIFICADOR.
148400     MOVE AUD-REG            TO WS-SELLO-REGISTRO.
148500
148600     PERFORM 9150-ACUMULAR-CARACTER
148700         THRU 9150-ACUMULAR-CARACTER-EXIT
148800         VARYING WS-SELLO-IND FROM 1 BY 1
148900         UNTIL WS-SELLO-IND > WS-SELLO-LARGO.
149000
149100     MOVE WS-SELLO-VERIFICADOR TO AUD-VERIFICADOR.
149200
149300 9100-SELLAR-AUDITORIA-EXIT.
149400     EXIT.
149500
149600******************************************************************
149700* 9110-CARGAR-SELLO - LEE DEL CONTROL DE SELLADO LA ULTIMA
149800* SECUENCIA Y EL ULTIMO VERIFICADOR. SIN CONTROL EL SELLADO
149900* EMPIEZA DE CERO Y LA FECHA DEL REGISTRO QUEDA COMO INICIO DEL
150000* RASTRO SELLADO.
150100******************************************************************
150200 9110-CARGAR-SELLO.
150300
150400     MOVE ZERO      TO WS-SELLO-SECUENCIA.
150500     MOVE ZERO      TO WS-SELLO-VERIFICADOR.
150600     MOVE AUD-FECHA TO WS-SELLO-FECHA-INICIO.
150700     SET SELLO-CARGADO TO TRUE.
150800
150900     OPEN INPUT ARCH-SECUENCIA-AUD.
151000     IF FS-SECUENCIA-AUD = "35"
151100         GO TO 9110-CARGAR-SELLO-EXIT.
151200     IF FS-SECUENCIA-AUD NOT = "00"
151300         DISPLAY "ERROR AL ABRIR EL CONTROL DE SELLADO. ESTADO: "
151400             FS-SECUENCIA-AUD
151500         MOVE 16 TO RETURN-CODE
151600         STOP RUN.
151700
151800     READ ARCH-SECUENCIA-AUD
151900         AT END
152000             CLOSE ARCH-SECUENCIA-AUD
152100             GO TO 9110-CARGAR-SELLO-EXIT
152200     END-READ.
152300
152400     IF FS-SECUENCIA-AUD NOT = "00"
152500         DISPLAY "ERROR AL LEER EL CONTROL DE SELLADO. ESTADO: "
152600             FS-SECUENCIA-AUD
152700         MOVE 16 TO RETURN-CODE
152800         STOP RUN.
152900
153000     MOVE ASC-SECUENCIA    TO WS-SELLO-SECUENCIA.
153100     MOVE ASC-VERIFICADOR  TO WS-SELLO-VERIFICADOR.
153200     MOVE ASC-FECHA-INICIO TO WS-SELLO-FECHA-INICIO.
153300
153400     CLOSE ARCH-SECUENCIA-AUD.
153500
153600 9110-CARGAR-SELLO-EXIT.
153700     EXIT.
153800
153900******************************************************************
154000* 9150-ACUMULAR-CARACTER - SUMA UN CARACTER DEL REGISTRO AL
154100* VERIFICADOR: EL ACUMULADO POR 31 MAS EL VALOR DEL CARACTER,
154200* MODULO 999999937. SE RECORREN LOS 87 PRIMEROS CARACTERES, TODO
154300* EL REGISTRO MENOS EL PROPIO VERIFICADOR.
154400******************************************************************
154500 9150-ACUMULAR-CARACTER.
154600
154700     MOVE WS-SELLO-CAR (WS-SELLO-IND) TO WS-SELLO-CARACTER.
154800     COMPUTE WS-SELLO-ACUMULADO =
154900         WS-SELLO-VERIFICADOR * 31 + WS-SELLO-VALOR.
155000     DIVIDE WS-SELLO-ACUMULADO BY 999999937
155100         GIVING WS-SELLO-COCIENTE REMAINDER WS-SELLO-VERIFICADOR.
155200
155300 9150-ACUMULAR-CARACTER-EXIT.
155400     EXIT.
155500
155600******************************************************************
155700* 9170-GUARDAR-SELLO - DEJA EN EL CONTROL DE SELLADO LA SECUENCIA
155800* Y EL VERIFICADOR DEL REGISTRO RECIEN GRABADO. SI LA GRABACION DE
155900* LA AUDITORIA FALLO EL NUMERO NO SE CONSUME: EL CONTROL SE VUELVE
156000* A LEER PARA EL PROXIMO REGISTRO.
156100******************************************************************
156200 9170-GUARDAR-SELLO.
156300
156400     IF FS-AUDITORIA NOT = "00"
156500         SET SELLO-NO-CARGADO TO TRUE
156600         GO TO 9170-GUARDAR-SELLO-EXIT.
156700
156800     OPEN OUTPUT ARCH-SECUENCIA-AUD.
156900     IF FS-SECUENCIA-AUD NOT = "00"
157000         DISPLAY "ERROR AL REGRABAR EL CONTROL DE SELLADO. "
157100             "ESTADO: " FS-SECUENCIA-AUD
157200         MOVE 16 TO RETURN-CODE
157300         STOP RUN.
157400
157500     MOVE WS-SELLO-SECUENCIA    TO ASC-SECUENCIA.
157600     MOVE WS-SELLO-VERIFICADOR  TO ASC-VERIFICADOR.
157700     MOVE WS-SELLO-FECHA-INICIO TO ASC-FECHA-INICIO.
157800     WRITE ASC-REG.
157900     IF FS-SECUENCIA-AUD NOT = "00"
158000         DISPLAY "ERROR AL GRABAR EL CONTROL DE SELLADO. ESTADO: "
158100             FS-SECUENCIA-AUD
158200         MOVE 16 TO RETURN-CODE
158300         STOP RUN.
158400
158500     CLOSE ARCH-SECUENCIA-AUD.
158600
158700 9170-GUARDAR-SELLO-EXIT.
158800     EXIT.
158900
159000 END PROGRAM RESGPREVIO.
