000100******************************************************************
000200* AUTHOR.     J. FERNANDEZ.
000300* INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400* DATE-WRITTEN. 2026-10-14.
000500* DATE-COMPILED.
000600* PURPOSE.    RESTAURACION DEL RESGUARDO PREVIO A LA CADENA. TOMA
000700*             DEL CATALOGO DE GENERACIONES EL ULTIMO JUEGO QUE
000800*             DEJO RESGPREVIO (O EL DE LA FECHA Y JUEGO PEDIDOS EN
000900*             PARRESTAURA), CONTROLA QUE TODAS SUS COPIAS ESTEN Y
001000*             TENGAN LA CANTIDAD DE REGISTROS DEL MANIFIESTO, Y
001100*             RECIEN ENTONCES DEVUELVE EL MAESTRO DE ARTICULOS, LA
001200*             HISTORIA, LOS PENDIENTES, LOS REINTENTOS, EL CONTROL
001300*             DE CORRIDAS Y LOS CAMBIOS DE PRECIO A FUTURO AL
001400*             ESTADO EN QUE ESTABAN ANTES DE LA CADENA. VACIA EL
001500*             ESTADO DE LA CADENA PARA QUE LA PROXIMA CORRIDA DE
001600*             CADENADIARIA EMPIECE DEL PRIMER PASO. UN JUEGO
001700*             INCOMPLETO NO SE RESTAURA Y QUEDA RECHAZADO EN LA
001800*             AUDITORIA. IMPRIME POR ARCHIVO LOS REGISTROS DEL
001900*             RESGUARDO, LOS DE ANTES Y LOS DE DESPUES. LA
002000*             AUDITORIA Y SU CONTROL DE SELLADO NO SE TOCAN.
002100* TECTONICS.  COBC.
002200*-----------------------------------------------------------*
002300* MODIFICATION HISTORY.
002400* -----------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* 2026-10-14 JFR   PROGRAMA ORIGINAL. HASTA AHORA, REPETIR UN DIA
002700*                  CORTADO CON CODIGO 8 CORRIA LAS GENERACIONES DE
002800*                  LA HISTORIA, CONTABA DOS VECES LOS REINTENTOS Y
002900*                  ANEJABA MAL LOS PENDIENTES.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. RESTRESGUARDO.
003300 AUTHOR. J. FERNANDEZ.
003400 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003500 DATE-WRITTEN. 2026-10-14.
003600 DATE-COMPILED.
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100
004200     SELECT ARCH-PARAMETROS ASSIGN TO PARRESTAURA
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FS-PARAMETROS.
004500
004600     SELECT MAESTRO-ARTICULOS ASSIGN TO MAESTRO
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS ART-CODIGO
005000         FILE STATUS IS FS-MAESTRO.
005100
005200     SELECT ARCH-HISTORIA ASSIGN TO HISTORIA
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS HIS-CLAVE
005600         FILE STATUS IS FS-HISTORIA.
005700
005800     SELECT ARCH-PENDIENTES ASSIGN TO PENDIENTES
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS PEN-CLAVE
006200         FILE STATUS IS FS-PENDIENTES.
006300
006400     SELECT ARCH-REINTENTOS ASSIGN TO REINTENTOS
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS REI-CLAVE
006800         FILE STATUS IS FS-REINTENTOS.
006900
007000     SELECT ARCH-CORRIDA ASSIGN TO CORRIDACTL
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS FS-CORRIDA.
007300
007400     SELECT ARCH-CAMBIOS ASSIGN TO PENDCAMBIOS
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS FS-CAMBIOS.
007700
007800     SELECT ARCH-COPIA ASSIGN TO DYNAMIC WS-NOMBRE-COPIA
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FS-COPIA.
008100
008200     SELECT ARCH-MANIFIESTO ASSIGN TO DYNAMIC WS-NOMBRE-MANIFIESTO
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS FS-MANIFIESTO.
008500
008600     SELECT CATALOGO ASSIGN TO GENCATALOGO
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS FS-CATALOGO.
008900
009000     SELECT ARCH-ESTADO ASSIGN TO ESTADOCADENA
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS FS-ESTADO.
009300
009400     SELECT LISTADO ASSIGN TO LISTRESTAURA
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS FS-LISTADO.
009700
009800     SELECT ARCH-AUTORIZA ASSIGN TO AUTORIZACIONES
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS FS-AUTORIZA.
010100
010200     SELECT ARCH-AUDITORIA ASSIGN TO AUDITORIA
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS FS-AUDITORIA.
010500
010600     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
010700         ORGANIZATION IS INDEXED
010800         ACCESS MODE IS RANDOM
010900         RECORD KEY IS CAL-FECHA
011000         FILE STATUS IS FS-CALENDARIO.
011100
011200     SELECT ARCH-SECUENCIA-AUD ASSIGN TO AUDSECCTL
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS FS-SECUENCIA-AUD.
011500
011600 DATA DIVISION.
011700 FILE SECTION.
011800
011900******************************************************************
012000* PARAMETRO OPCIONAL: FECHA Y JUEGO A RESTAURAR. EN BLANCO, EL
012100* ULTIMO JUEGO CATALOGADO (DE LA FECHA, SI SOLO VIENE LA FECHA)
012200******************************************************************
012300 FD  ARCH-PARAMETROS
012400     LABEL RECORDS ARE STANDARD
012500     RECORD CONTAINS 10 CHARACTERS.
012600 01  PRS-REG.
012700     05  PRS-FECHA                  PIC X(08).
012800     05  PRS-JUEGO                  PIC X(02).
012900
013000 FD  MAESTRO-ARTICULOS
013100     LABEL RECORDS ARE STANDARD
013200     RECORD CONTAINS 53 CHARACTERS.
013300 01  ART-REG.
013400     05  ART-CODIGO                 PIC X(04).
013500     05  ART-DESCRIPCION            PIC X(30).
013600     05  ART-CANTIDAD-BASE          PIC 9(04).
013700     05  ART-PRECIO-UNITARIO        PIC 9(05)V99.
013800     05  ART-RANGO-BAJO             PIC 9(04).
013900     05  ART-RANGO-ALTO             PIC 9(04).
014000
014100 FD  ARCH-HISTORIA
014200     LABEL RECORDS ARE STANDARD
014300     RECORD CONTAINS 73 CHARACTERS.
014400 01  HIS-REG.
014500     05  HIS-CLAVE                  PIC X(05).
014600     05  HIS-NUMERO                 PIC 9(04).
014700     05  HIS-RANGO-BAJO             PIC 9(04).
014800     05  HIS-RANGO-ALTO             PIC 9(04).
014900     05  HIS-RESULTADO              PIC 9(08).
015000     05  HIS-FECHA                  PIC 9(08).
015100     05  HIS-NUMERO-ANT             PIC 9(04).
015200     05  HIS-RANGO-BAJO-ANT         PIC 9(04).
015300     05  HIS-RANGO-ALTO-ANT         PIC 9(04).
015400     05  HIS-RESULTADO-ANT          PIC 9(08).
015500     05  HIS-FECHA-ANT              PIC 9(08).
015600     05  HIS-CORRIDA                PIC 9(06).
015700     05  HIS-CORRIDA-ANT            PIC 9(06).
015800
015900 FD  ARCH-PENDIENTES
016000     LABEL RECORDS ARE STANDARD
016100     RECORD CONTAINS 33 CHARACTERS.
016200 01  PEN-REG.
016300     05  PEN-CLAVE.
016400         10  PEN-NUMERO             PIC 9(04).
016500         10  PEN-MULTIPLICADOR      PIC 9(04).
016600     05  PEN-FECHA-LIBERADA         PIC 9(08).
016700     05  PEN-IMPORTE                PIC 9(09)V99.
016800     05  PEN-CORRIDA                PIC 9(06).
016900
017000 FD  ARCH-REINTENTOS
017100     LABEL RECORDS ARE STANDARD
017200     RECORD CONTAINS 10 CHARACTERS.
017300 01  REI-REG.
017400     05  REI-CLAVE.
017500         10  REI-NUMERO             PIC 9(04).
017600         10  REI-MULTIPLICADOR      PIC 9(04).
017700     05  REI-INTENTOS               PIC 9(02).
017800
017900 FD  ARCH-CORRIDA
018000     LABEL RECORDS ARE STANDARD
018100     RECORD CONTAINS 06 CHARACTERS.
018200 01  CRR-REG.
018300     05  CRR-NUMERO-CORRIDA         PIC 9(06).
018400
018500******************************************************************
018600* CAMBIOS DE PRECIO A FUTURO QUE ESPERAN SU FECHA EFECTIVA
018700******************************************************************
018800 FD  ARCH-CAMBIOS
018900     LABEL RECORDS ARE STANDARD
019000     RECORD CONTAINS 62 CHARACTERS.
019100 01  CAM-REG                        PIC X(62).
019200
019300******************************************************************
019400* COPIA DE RESGUARDO QUE DEJO RESGPREVIO: UN RENGLON POR REGISTRO
019500******************************************************************
019600 FD  ARCH-COPIA
019700     LABEL RECORDS ARE STANDARD
019800     RECORD CONTAINS 73 CHARACTERS.
019900 01  COP-REG                        PIC X(73).
020000
020100******************************************************************
020200* MANIFIESTO DEL JUEGO DE RESGUARDO: UN REGISTRO POR ARCHIVO
020300******************************************************************
020400 FD  ARCH-MANIFIESTO
020500     LABEL RECORDS ARE STANDARD
020600     RECORD CONTAINS 85 CHARACTERS.
020700 01  RSM-REG.
020800     05  RSM-FECHA                  PIC 9(08).
020900     05  RSM-JUEGO                  PIC 9(02).
021000     05  RSM-CORRIDA                PIC 9(06).
021100     05  RSM-ARCHIVO                PIC X(10).
021200     05  RSM-COPIA                  PIC X(30).
021300     05  RSM-EXISTE                 PIC X(01).
021400         88  RSM-EXISTIA                       VALUE 'S'.
021500         88  RSM-NO-EXISTIA                    VALUE 'N'.
021600     05  RSM-REGISTROS              PIC 9(08).
021700     05  RSM-OPERADOR               PIC X(20).
021800
021900 FD  CATALOGO
022000     LABEL RECORDS ARE STANDARD
022100     RECORD CONTAINS 49 CHARACTERS.
022200 01  CAT-REG.
022300     05  CAT-TIPO                   PIC X(10).
022400     05  CAT-FECHA                  PIC 9(08).
022500     05  CAT-NOMBRE                 PIC X(30).
022600     05  CAT-ESTADO                 PIC X(01).
022700         88  CAT-ACTIVA                        VALUE 'A'.
022800         88  CAT-CONSOLIDADA                   VALUE 'C'.
022900
023000 FD  ARCH-ESTADO
023100     LABEL RECORDS ARE STANDARD
023200     RECORD CONTAINS 73 CHARACTERS.
023300 01  EST-REG                        PIC X(73).
023400
023500 FD  LISTADO
023600     LABEL RECORDS ARE STANDARD
023700     RECORD CONTAINS 80 CHARACTERS.
023800 01  LINEA-LISTADO                  PIC X(80).
023900
024000 FD  ARCH-AUTORIZA
024100     LABEL RECORDS ARE STANDARD
024200     RECORD CONTAINS 25 CHARACTERS.
024300 01  AUT-REG.
024400     05  AUT-OPERADOR               PIC X(20).
024500     05  AUT-MANTENIMIENTO          PIC X(01).
024600     05  AUT-LIBERACION             PIC X(01).
024700     05  AUT-DIVISION               PIC X(01).
024800     05  AUT-DEPURACION             PIC X(01).
024900     05  AUT-RESGUARDO              PIC X(01).
025000
025100 FD  ARCH-AUDITORIA
025200     LABEL RECORDS ARE STANDARD
025300     RECORD CONTAINS 96 CHARACTERS.
025400 01  AUD-REG.
025500     05  AUD-FECHA                  PIC 9(08).
025600     05  AUD-HORA                   PIC 9(08).
025700     05  AUD-OPERADOR               PIC X(20).
025800     05  AUD-ESTADO                 PIC X(10).
025900     05  AUD-NUMERO                 PIC 9(04).
026000     05  AUD-RESULTADO              PIC 9(08).
026100     05  AUD-ENTRADA                PIC X(05).
026200     05  AUD-CORRIDA                PIC 9(06).
026300     05  AUD-ORIGEN                 PIC X(10).
026400     05  AUD-SECUENCIA              PIC 9(08).
026500     05  AUD-VERIFICADOR            PIC 9(09).
026600
026700******************************************************************
026800* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
026900******************************************************************
027000 FD  ARCH-CALENDARIO
027100     LABEL RECORDS ARE STANDARD
027200     RECORD CONTAINS 40 CHARACTERS.
027300 01  CAL-REG.
027400     05  CAL-FECHA                  PIC 9(08).
027500     05  CAL-DESCRIPCION            PIC X(30).
027600     05  FILLER                     PIC X(02).
027700
027800******************************************************************
027900* CONTROL DE SELLADO DE LA AUDITORIA: ULTIMA SECUENCIA GRABADA, SU
028000* VERIFICADOR Y LA FECHA EN QUE EMPEZO EL RASTRO SELLADO
028100******************************************************************
028200 FD  ARCH-SECUENCIA-AUD
028300     LABEL RECORDS ARE STANDARD
028400     RECORD CONTAINS 25 CHARACTERS.
028500 01  ASC-REG.
028600     05  ASC-SECUENCIA              PIC 9(08).
028700     05  ASC-VERIFICADOR            PIC 9(09).
028800     05  ASC-FECHA-INICIO           PIC 9(08).
028900
029000 WORKING-STORAGE SECTION.
029100
029200******************************************************************
029300* SWITCHES DE CONTROL DEL PROGRAMA
029400******************************************************************
029500 77  WS-SW-FIN-ENTRADA           PIC X(01) VALUE 'N'.
029600     88  FIN-DE-ENTRADA                    VALUE 'S'.
029700     88  NO-FIN-DE-ENTRADA                 VALUE 'N'.
029800 77  WS-SW-FIN-CATALOGO          PIC X(01) VALUE 'N'.
029900     88  FIN-DE-CATALOGO                   VALUE 'S'.
030000     88  NO-FIN-DE-CATALOGO                VALUE 'N'.
030100 77  WS-SW-FIN-MANIFIESTO        PIC X(01) VALUE 'N'.
030200     88  FIN-DE-MANIFIESTO                 VALUE 'S'.
030300     88  NO-FIN-DE-MANIFIESTO              VALUE 'N'.
030400 77  WS-SW-MANIFIESTO            PIC X(01) VALUE 'N'.
030500     88  MANIFIESTO-UBICADO                VALUE 'S'.
030600     88  MANIFIESTO-NO-UBICADO             VALUE 'N'.
030700 77  WS-SW-ARCHIVO-UBICADO       PIC X(01) VALUE 'N'.
030800     88  ARCHIVO-UBICADO                   VALUE 'S'.
030900     88  ARCHIVO-NO-UBICADO                VALUE 'N'.
031000 77  WS-SW-JUEGO                 PIC X(01) VALUE 'S'.
031100     88  JUEGO-VALIDO                      VALUE 'S'.
031200     88  JUEGO-INVALIDO                    VALUE 'N'.
031300 77  WS-SW-EXISTE                PIC X(01) VALUE 'S'.
031400     88  ARCHIVO-EXISTE                    VALUE 'S'.
031500     88  ARCHIVO-NO-EXISTE                 VALUE 'N'.
031600 77  WS-SW-AUTORIZADO            PIC X(01) VALUE 'S'.
031700     88  OPERADOR-AUTORIZADO               VALUE 'S'.
031800     88  OPERADOR-NO-AUTORIZADO            VALUE 'N'.
031900 77  WS-SW-FIN-AUTORIZA          PIC X(01) VALUE 'N'.
032000     88  FIN-DE-AUTORIZA                   VALUE 'S'.
032100     88  NO-FIN-DE-AUTORIZA                VALUE 'N'.
032200 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
032300     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
032400     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
032500 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
032600     88  DIA-HABIL                         VALUE 'S'.
032700     88  DIA-NO-HABIL                      VALUE 'N'.
032800 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
032900     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
033000     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
033100 77  WS-SW-SELLO                 PIC X(01) VALUE 'N'.
033200     88  SELLO-CARGADO                     VALUE 'S'.
033300     88  SELLO-NO-CARGADO                  VALUE 'N'.
033400
033500******************************************************************
033600* CODIGOS DE ESTADO DE ARCHIVOS
033700******************************************************************
033800 77  FS-PARAMETROS               PIC X(02) VALUE SPACES.
033900 77  FS-MAESTRO                  PIC X(02) VALUE SPACES.
034000 77  FS-HISTORIA                 PIC X(02) VALUE SPACES.
034100 77  FS-PENDIENTES               PIC X(02) VALUE SPACES.
034200 77  FS-REINTENTOS               PIC X(02) VALUE SPACES.
034300 77  FS-CORRIDA                  PIC X(02) VALUE SPACES.
034400 77  FS-CAMBIOS                  PIC X(02) VALUE SPACES.
034500 77  FS-COPIA                    PIC X(02) VALUE SPACES.
034600 77  FS-MANIFIESTO               PIC X(02) VALUE SPACES.
034700 77  FS-CATALOGO                 PIC X(02) VALUE SPACES.
034800 77  FS-ESTADO                   PIC X(02) VALUE SPACES.
034900 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
035000 77  FS-AUTORIZA                 PIC X(02) VALUE SPACES.
035100 77  FS-AUDITORIA                PIC X(02) VALUE SPACES.
035200 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
035300 77  FS-SECUENCIA-AUD            PIC X(02) VALUE SPACES.
035400
035500******************************************************************
035600* NOMBRES DEL MANIFIESTO Y DE LA COPIA EN CURSO. EL NOMBRE LEIDO
035700* DEL CATALOGO SE DESARMA PARA COMPARAR EL JUEGO PEDIDO
035800******************************************************************
035900 01  WS-NOMBRE-MANIFIESTO        PIC X(30) VALUE SPACES.
036000 01  WS-NOMBRE-COPIA             PIC X(30) VALUE SPACES.
036100 01  WS-NOMBRE-LEIDO.
036200     05  FILLER                  PIC X(04).
036300     05  WS-NLE-SIGLA            PIC X(03).
036400     05  FILLER                  PIC X(02).
036500     05  WS-NLE-FECHA            PIC X(08).
036600     05  FILLER                  PIC X(01).
036700     05  WS-NLE-JUEGO            PIC X(02).
036800     05  FILLER                  PIC X(10).
036900
037000******************************************************************
037100* TABLA DE LOS ARCHIVOS DEL JUEGO, EN EL ORDEN EN QUE SE
037200* RESTAURAN. DEL MANIFIESTO SALEN LA COPIA, SI EL ARCHIVO EXISTIA
037300* Y SUS REGISTROS; LA RESTAURACION AGREGA LOS DE ANTES Y DESPUES.
037400******************************************************************
037500 01  WS-NOMBRES-ARCHIVOS.
037600     05  FILLER                  PIC X(10) VALUE "MAESTRO   ".
037700     05  FILLER                  PIC X(10) VALUE "HISTORIA  ".
037800     05  FILLER                  PIC X(10) VALUE "PENDIENTES".
037900     05  FILLER                  PIC X(10) VALUE "REINTENTOS".
038000     05  FILLER                  PIC X(10) VALUE "CORRIDACTL".
038100     05  FILLER                  PIC X(10) VALUE "PENDCAMBIO".
038200 01  WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-ARCHIVOS.
038300     05  WS-NOM-ARCHIVO          PIC X(10) OCCURS 6 TIMES.
038400
038500 77  WS-CANT-ARCHIVOS            PIC 9(04) VALUE 6 COMP.
038600 77  WS-IND-ARCHIVO              PIC 9(04) VALUE ZERO COMP.
038700 77  WS-IND-BUSQUEDA             PIC 9(04) VALUE ZERO COMP.
038800 01  WS-TABLA-RESTAURA.
038900     05  WS-RST-ENTRADA          OCCURS 6 TIMES.
039000         10  WS-RST-CARGADO      PIC X(01).
039100         10  WS-RST-COPIA        PIC X(30).
039200         10  WS-RST-EXISTE       PIC X(01).
039300         10  WS-RST-REGISTROS    PIC 9(08) COMP.
039400         10  WS-RST-HABIA        PIC X(01).
039500         10  WS-RST-ANTES        PIC 9(08) COMP.
039600         10  WS-RST-DESPUES      PIC 9(08) COMP.
039700         10  WS-RST-ESTADO       PIC X(14).
039800
039900******************************************************************
040000* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
040100* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
040200* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
040300* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
040400******************************************************************
040500 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
040600 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
040700 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
040800 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
040900 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
041000
041100******************************************************************
041200* SELLADO DE LA AUDITORIA: CADA REGISTRO LLEVA UNA SECUENCIA
041300* CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL DEL REGISTRO
041400* ANTERIOR. EL VALOR DE CADA CARACTER SE TOMA REDEFINIENDO COMO
041500* BINARIO UN PAR DE BYTES CUYO PRIMER BYTE VALE CERO.
041600******************************************************************
041700 77  WS-SELLO-SECUENCIA          PIC 9(08) VALUE ZERO.
041800 77  WS-SELLO-VERIFICADOR        PIC 9(09) VALUE ZERO.
041900 77  WS-SELLO-FECHA-INICIO       PIC 9(08) VALUE ZERO.
042000 77  WS-SELLO-ACUMULADO          PIC 9(11) VALUE ZERO COMP.
042100 77  WS-SELLO-COCIENTE           PIC 9(11) VALUE ZERO COMP.
042200 77  WS-SELLO-IND                PIC 9(04) VALUE ZERO COMP.
042300 77  WS-SELLO-LARGO              PIC 9(04) VALUE 87 COMP.
042400 01  WS-SELLO-REGISTRO.
042500     05  WS-SELLO-CAR            PIC X(01) OCCURS 96 TIMES.
042600 01  WS-SELLO-PAR.
042700     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
042800     05  WS-SELLO-CARACTER       PIC X(01) VALUE LOW-VALUE.
042900 01  WS-SELLO-VALOR REDEFINES WS-SELLO-PAR
043000                                 PIC 9(04) COMP.
043100
043200******************************************************************
043300* CONTADORES DE CONTROL DE LA CORRIDA
043400******************************************************************
043500 77  WS-REGISTROS-ARCHIVO        PIC 9(08) VALUE ZERO COMP.
043600 77  WS-TOTAL-RESTAURADOS        PIC 9(06) VALUE ZERO COMP.
043700 77  WS-TOTAL-ELIMINADOS         PIC 9(06) VALUE ZERO COMP.
043800 77  WS-TOTAL-DIFERENCIAS        PIC 9(06) VALUE ZERO COMP.
043900 77  WS-TOTAL-REGISTROS          PIC 9(08) VALUE ZERO COMP.
044000
044100******************************************************************
044200* CAMPOS DE TRABAJO
044300******************************************************************
044400 77  WS-OPERADOR                 PIC X(20) VALUE SPACES.
044500 77  WS-HORA-CORRIDA             PIC 9(08) VALUE ZERO.
044600 77  WS-PRM-FECHA                PIC X(08) VALUE SPACES.
044700 77  WS-PRM-JUEGO                PIC X(02) VALUE SPACES.
044800 77  WS-MAN-FECHA                PIC 9(08) VALUE ZERO.
044900 77  WS-MAN-JUEGO                PIC 9(02) VALUE ZERO.
045000 77  WS-MAN-CORRIDA              PIC 9(06) VALUE ZERO.
045100
045200******************************************************************
045300* CONTROL DEL LISTADO IMPRESO
045400******************************************************************
045500 77  WS-NUMERO-PAGINA            PIC 9(03) VALUE ZERO COMP.
045600
045700 01  WS-FECHA-CORRIDA.
045800     05  WS-FC-ANIO              PIC 9(04).
045900     05  WS-FC-MES               PIC 9(02).
046000     05  WS-FC-DIA               PIC 9(02).
046100
046200 01  LIN-BLANCO                  PIC X(80) VALUE SPACES.
046300
046400 01  LIN-ENCABEZADO-1.
046500     05  FILLER                  PIC X(39) VALUE
046600             "RESTAURACION DEL RESGUARDO DE LA CADENA".
046700     05  FILLER                  PIC X(07) VALUE "FECHA: ".
046800     05  LE1-DIA                 PIC 99.
046900     05  FILLER                  PIC X(01) VALUE "/".
047000     05  LE1-MES                 PIC 99.
047100     05  FILLER                  PIC X(01) VALUE "/".
047200     05  LE1-ANIO                PIC 9999.
047300     05  FILLER                  PIC X(10) VALUE SPACES.
047400     05  FILLER                  PIC X(07) VALUE "PAGINA ".
047500     05  LE1-PAGINA              PIC ZZ9.
047600     05  FILLER                  PIC X(04) VALUE SPACES.
047700
047800 01  LIN-ENCABEZADO-JUEGO.
047900     05  FILLER                  PIC X(20) VALUE
048000             "JUEGO RESTAURADO...:".
048100     05  FILLER                  PIC X(01) VALUE SPACE.
048200     05  LEJ-MANIFIESTO          PIC X(30).
048300     05  FILLER                  PIC X(02) VALUE SPACES.
048400     05  FILLER                  PIC X(09) VALUE "CORRIDA: ".
048500     05  LEJ-CORRIDA             PIC 9(06).
048600     05  FILLER                  PIC X(12) VALUE SPACES.
048700
048800 01  LIN-ENCABEZADO-OPERADOR.
048900     05  FILLER                  PIC X(20) VALUE
049000             "OPERADOR...........:".
049100     05  FILLER                  PIC X(01) VALUE SPACE.
049200     05  LEO-OPERADOR            PIC X(20).
049300     05  FILLER                  PIC X(39) VALUE SPACES.
049400
049500 01  LIN-ENCABEZADO-2.
049600     05  FILLER                  PIC X(02) VALUE SPACES.
049700     05  FILLER                  PIC X(12) VALUE "ARCHIVO".
049800     05  FILLER                  PIC X(12) VALUE " RESGUARDO".
049900     05  FILLER                  PIC X(12) VALUE "     ANTES".
050000     05  FILLER                  PIC X(12) VALUE "   DESPUES".
050100     05  FILLER                  PIC X(30) VALUE "ESTADO".
050200
050300 01  LIN-DETALLE.
050400     05  FILLER                  PIC X(02) VALUE SPACES.
050500     05  LD-ARCHIVO              PIC X(10).
050600     05  FILLER                  PIC X(02) VALUE SPACES.
050700     05  LD-RESGUARDO            PIC ZZ,ZZZ,ZZ9.
050800     05  FILLER                  PIC X(02) VALUE SPACES.
050900     05  LD-ANTES                PIC ZZ,ZZZ,ZZ9.
051000     05  FILLER                  PIC X(02) VALUE SPACES.
051100     05  LD-DESPUES              PIC ZZ,ZZZ,ZZ9.
051200     05  FILLER                  PIC X(02) VALUE SPACES.
051300     05  LD-ESTADO               PIC X(14).
051400     05  FILLER                  PIC X(16) VALUE SPACES.
051500
051600 01  LIN-TOTAL.
051700     05  LT-CONCEPTO             PIC X(30).
051800     05  LT-CIFRA                PIC ZZ,ZZZ,ZZ9.
051900     05  FILLER                  PIC X(40) VALUE SPACES.
052000
052100 01  LIN-JUEGO-INVALIDO.
052200     05  FILLER                  PIC X(40) VALUE
052300             "*** JUEGO DE RESGUARDO INCOMPLETO: NO SE".
052400     05  FILLER                  PIC X(40) VALUE
052500             " RESTAURO NINGUN ARCHIVO".
052600
052700 01  LIN-CADENA-REINICIADA.
052800     05  FILLER                  PIC X(40) VALUE
052900             "ESTADO DE LA CADENA VACIADO: LA PROXIMA ".
053000     05  FILLER                  PIC X(40) VALUE
053100             "CADENA EMPIEZA DEL PRIMER PASO".
053200
053300 01  LIN-DIA-NO-HABIL.
053400     05  FILLER                  PIC X(29) VALUE
053500             "*** CORRIDA EN DIA NO HABIL: ".
053600     05  LNH-MOTIVO              PIC X(30).
053700     05  FILLER                  PIC X(21) VALUE SPACES.
053800
053900 PROCEDURE DIVISION.
054000
054100******************************************************************
054200* 0000-MAINLINE - PARRAFO PRINCIPAL DEL PROGRAMA.
054300******************************************************************
054400 0000-MAINLINE.
054500
054600     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
054700
054800     PERFORM 2000-VERIFICAR-JUEGO THRU 2000-VERIFICAR-JUEGO-EXIT.
054900
055000     PERFORM 3000-RESTAURAR-MAESTRO
055100         THRU 3000-RESTAURAR-MAESTRO-EXIT.
055200
055300     PERFORM 3200-RESTAURAR-HISTORIA
055400         THRU 3200-RESTAURAR-HISTORIA-EXIT.
055500
055600     PERFORM 3400-RESTAURAR-PENDIENTES
055700         THRU 3400-RESTAURAR-PENDIENTES-EXIT.
055800
055900     PERFORM 3600-RESTAURAR-REINTENTOS
056000         THRU 3600-RESTAURAR-REINTENTOS-EXIT.
056100
056200     PERFORM 3800-RESTAURAR-CORRIDA
056300         THRU 3800-RESTAURAR-CORRIDA-EXIT.
056400
056500     PERFORM 3850-RESTAURAR-CAMBIOS
056600         THRU 3850-RESTAURAR-CAMBIOS-EXIT.
056700
056800     IF JUEGO-VALIDO
056900         PERFORM 4000-REINICIAR-CADENA
057000             THRU 4000-REINICIAR-CADENA-EXIT.
057100
057200     PERFORM 7500-AUDITAR-RESTAURACION
057300         THRU 7500-AUDITAR-RESTAURACION-EXIT.
057400
057500     PERFORM 5000-IMPRIMIR-RESULTADO
057600         THRU 5000-IMPRIMIR-RESULTADO-EXIT.
057700
057800     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
057900
058000     IF JUEGO-INVALIDO OR WS-TOTAL-DIFERENCIAS > ZERO
058100         MOVE 8 TO RETURN-CODE
058200     ELSE
058300         MOVE 0 TO RETURN-CODE.
058400
058500     STOP RUN.
058600
058700******************************************************************
058800* 1000-INICIALIZAR - VERIFICA EL PERMISO DEL OPERADOR, UBICA EL
058900* JUEGO A RESTAURAR, CARGA SU MANIFIESTO Y ABRE EL LISTADO.
059000******************************************************************
059100 1000-INICIALIZAR.
059200
059300     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
059400     ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
059500
059600     PERFORM 1900-VERIFICAR-DIA-CORRIDA
059700         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
059800
059900     PERFORM 1080-VERIFICAR-AUTORIZACION
060000         THRU 1080-VERIFICAR-AUTORIZACION-EXIT.
060100
060200     PERFORM 1050-LEER-PARAMETROS THRU 1050-LEER-PARAMETROS-EXIT.
060300
060400     PERFORM 1100-BUSCAR-MANIFIESTO
060500         THRU 1100-BUSCAR-MANIFIESTO-EXIT.
060600
060700     PERFORM 1300-CARGAR-MANIFIESTO
060800         THRU 1300-CARGAR-MANIFIESTO-EXIT.
060900
061000     OPEN OUTPUT LISTADO.
061100     IF FS-LISTADO NOT = "00"
061200         DISPLAY "ERROR AL ABRIR EL LISTADO. ESTADO: " FS-LISTADO
061300         MOVE 16 TO RETURN-CODE
061400         STOP RUN.
061500
061600     PERFORM 3050-ENCABEZADO-LISTADO
061700         THRU 3050-ENCABEZADO-LISTADO-EXIT.
061800
061900 1000-INICIALIZAR-EXIT.
062000     EXIT.
062100
062200******************************************************************
062300* 1050-LEER-PARAMETROS - LEE LA FECHA Y EL JUEGO A RESTAURAR. SI
062400* NO EXISTE EL ARCHIVO, O UN CAMPO NO ES NUMERICO, ESE CAMPO NO
062500* RESTRINGE LA BUSQUEDA EN EL CATALOGO.
062600******************************************************************
062700 1050-LEER-PARAMETROS.
062800
062900     OPEN INPUT ARCH-PARAMETROS.
063000
063100     IF FS-PARAMETROS = "00"
063200         READ ARCH-PARAMETROS
063300             AT END
063400                 CONTINUE
063500             NOT AT END
063600                 IF PRS-FECHA IS NUMERIC
063700                     MOVE PRS-FECHA TO WS-PRM-FECHA
063800                 END-IF
063900                 IF PRS-JUEGO IS NUMERIC
064000                     MOVE PRS-JUEGO TO WS-PRM-JUEGO
064100                 END-IF
064200         END-READ
064300         CLOSE ARCH-PARAMETROS
064400     ELSE
064500         IF FS-PARAMETROS NOT = "35"
064600             DISPLAY "ERROR AL ABRIR LOS PARAMETROS DE LA "
064700                 "RESTAURACION. ESTADO: " FS-PARAMETROS
064800             MOVE 16 TO RETURN-CODE
064900             STOP RUN
065000         END-IF.
065100
065200 1050-LEER-PARAMETROS-EXIT.
065300     EXIT.
065400
065500******************************************************************
065600* 1080-VERIFICAR-AUTORIZACION - VERIFICA QUE EL OPERADOR TENGA
065700* PERMISO DE RESGUARDO EN EL ARCHIVO DE AUTORIZACIONES, EL MISMO
065800* QUE PIDE RESGPREVIO. SIN ARCHIVO DE AUTORIZACIONES NO HAY
065900* CONTROL DE ACCESO. EL INTENTO DENEGADO QUEDA EN LA AUDITORIA Y
066000* TERMINA CON CODIGO 12.
066100******************************************************************
066200 1080-VERIFICAR-AUTORIZACION.
066300
066400     SET OPERADOR-AUTORIZADO TO TRUE.
066500
066600     OPEN INPUT ARCH-AUTORIZA.
066700     IF FS-AUTORIZA = "35"
066800         GO TO 1080-VERIFICAR-AUTORIZACION-EXIT.
066900     IF FS-AUTORIZA NOT = "00"
067000         DISPLAY "ERROR AL ABRIR LAS AUTORIZACIONES. ESTADO: "
067100             FS-AUTORIZA
067200         MOVE 16 TO RETURN-CODE
067300         STOP RUN.
067400
067500     SET OPERADOR-NO-AUTORIZADO TO TRUE.
067600     SET NO-FIN-DE-AUTORIZA TO TRUE.
067700
067800     PERFORM 1085-BUSCAR-AUTORIZACION
067900         THRU 1085-BUSCAR-AUTORIZACION-EXIT
068000         UNTIL FIN-DE-AUTORIZA.
068100
068200     CLOSE ARCH-AUTORIZA.
068300
068400     IF OPERADOR-NO-AUTORIZADO
068500         PERFORM 1090-DENEGAR-ACCESO
068600             THRU 1090-DENEGAR-ACCESO-EXIT.
068700
068800 1080-VERIFICAR-AUTORIZACION-EXIT.
068900     EXIT.
069000
069100******************************************************************
069200* 1085-BUSCAR-AUTORIZACION - BUSCA AL OPERADOR EN EL ARCHIVO DE
069300* AUTORIZACIONES Y TOMA SU PERMISO DE RESGUARDO.
069400******************************************************************
069500 1085-BUSCAR-AUTORIZACION.
069600
069700     READ ARCH-AUTORIZA
069800         AT END
069900             SET FIN-DE-AUTORIZA TO TRUE
070000             GO TO 1085-BUSCAR-AUTORIZACION-EXIT
070100     END-READ.
070200
070300     IF FS-AUTORIZA NOT = "00" AND FS-AUTORIZA NOT = "06"
070400         DISPLAY "ERROR AL LEER LAS AUTORIZACIONES. ESTADO: "
070500             FS-AUTORIZA
070600         MOVE 16 TO RETURN-CODE
070700         STOP RUN.
070800
070900     IF AUT-OPERADOR = WS-OPERADOR
071000         SET FIN-DE-AUTORIZA TO TRUE
071100         IF AUT-RESGUARDO = "S"
071200             SET OPERADOR-AUTORIZADO TO TRUE
071300         END-IF
071400     END-IF.
071500
071600 1085-BUSCAR-AUTORIZACION-EXIT.
071700     EXIT.
071800
071900******************************************************************
072000* 1090-DENEGAR-ACCESO - EL OPERADOR NO TIENE PERMISO: EL INTENTO
072100* QUEDA EN LA AUDITORIA COMO DENEGADO Y EL PROGRAMA TERMINA CON
072200* CODIGO 12 SIN TOCAR LOS ARCHIVOS.
072300******************************************************************
072400 1090-DENEGAR-ACCESO.
072500
072600     DISPLAY "OPERADOR SIN AUTORIZACION PARA LA RESTAURACION "
072700         "DE LA CADENA: " WS-OPERADOR.
072800
072900     ACCEPT WS-HORA-CORRIDA FROM TIME.
073000
073100     MOVE WS-FECHA-CORRIDA TO AUD-FECHA.
073200     MOVE WS-HORA-CORRIDA  TO AUD-HORA.
073300     MOVE WS-OPERADOR      TO AUD-OPERADOR.
073400     MOVE "DENEGADO  "     TO AUD-ESTADO.
073500     MOVE ZERO             TO AUD-NUMERO.
073600     MOVE ZERO             TO AUD-RESULTADO.
073700     MOVE "REST "          TO AUD-ENTRADA.
073800     MOVE ZERO             TO AUD-CORRIDA.
073900     MOVE SPACES           TO AUD-ORIGEN.
074000
074100     OPEN EXTEND ARCH-AUDITORIA.
074200     IF FS-AUDITORIA = "35"
074300         OPEN OUTPUT ARCH-AUDITORIA.
074400     IF FS-AUDITORIA = "00" OR FS-AUDITORIA = "05"
074500         PERFORM 9100-SELLAR-AUDITORIA
074600             THRU 9100-SELLAR-AUDITORIA-EXIT
074700         WRITE AUD-REG
074800         PERFORM 9170-GUARDAR-SELLO THRU 9170-GUARDAR-SELLO-EXIT
074900         CLOSE ARCH-AUDITORIA.
075000
075100     MOVE 12 TO RETURN-CODE.
075200     STOP RUN.
075300
075400 1090-DENEGAR-ACCESO-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800* 1100-BUSCAR-MANIFIESTO - RECORRE EL CATALOGO DE GENERACIONES Y
075900* SE QUEDA CON EL ULTIMO MANIFIESTO DE RESGUARDO QUE RESPONDA A
076000* LOS PARAMETROS. SIN NINGUNO NO HAY NADA QUE RESTAURAR.
076100******************************************************************
076200 1100-BUSCAR-MANIFIESTO.
076300
076400     SET MANIFIESTO-NO-UBICADO TO TRUE.
076500
076600     OPEN INPUT CATALOGO.
076700     IF FS-CATALOGO = "35"
076800         DISPLAY "NO EXISTE EL CATALOGO DE GENERACIONES."
076900         MOVE 8 TO RETURN-CODE
077000         STOP RUN.
077100     IF FS-CATALOGO NOT = "00"
077200         DISPLAY "ERROR AL ABRIR EL CATALOGO. ESTADO: "
077300             FS-CATALOGO
077400         MOVE 16 TO RETURN-CODE
077500         STOP RUN.
077600
077700     SET NO-FIN-DE-CATALOGO TO TRUE.
077800
077900     PERFORM 1150-EXAMINAR-ENTRADA
078000         THRU 1150-EXAMINAR-ENTRADA-EXIT
078100         UNTIL FIN-DE-CATALOGO.
078200
078300     CLOSE CATALOGO.
078400
078500     IF MANIFIESTO-NO-UBICADO
078600         DISPLAY "NO HAY JUEGO DE RESGUARDO CATALOGADO PARA "
078700             "RESTAURAR. FECHA PEDIDA: " WS-PRM-FECHA
078800             " JUEGO PEDIDO: " WS-PRM-JUEGO
078900         MOVE 8 TO RETURN-CODE
079000         STOP RUN.
079100
079200 1100-BUSCAR-MANIFIESTO-EXIT.
079300     EXIT.
079400
079500******************************************************************
079600* 1150-EXAMINAR-ENTRADA - LEE UNA ENTRADA DEL CATALOGO Y, SI ES UN
079700* MANIFIESTO DE LA FECHA Y JUEGO PEDIDOS, LO TOMA COMO CANDIDATO.
079800******************************************************************
079900 1150-EXAMINAR-ENTRADA.
080000
080100     READ CATALOGO
080200         AT END
080300             SET FIN-DE-CATALOGO TO TRUE
080400             GO TO 1150-EXAMINAR-ENTRADA-EXIT
080500     END-READ.
080600
080700     IF FS-CATALOGO NOT = "00" AND FS-CATALOGO NOT = "06"
080800         DISPLAY "ERROR AL LEER EL CATALOGO. ESTADO: " FS-CATALOGO
080900         MOVE 16 TO RETURN-CODE
081000         STOP RUN.
081100
081200     IF CAT-TIPO NOT = "MANIFIESTO"
081300         GO TO 1150-EXAMINAR-ENTRADA-EXIT.
081400
081500     MOVE CAT-NOMBRE TO WS-NOMBRE-LEIDO.
081600
081700     IF WS-PRM-FECHA NOT = SPACES AND
081800             WS-NLE-FECHA NOT = WS-PRM-FECHA
081900         GO TO 1150-EXAMINAR-ENTRADA-EXIT.
082000
082100     IF WS-PRM-JUEGO NOT = SPACES AND
082200             WS-NLE-JUEGO NOT = WS-PRM-JUEGO
082300         GO TO 1150-EXAMINAR-ENTRADA-EXIT.
082400
082500     MOVE CAT-NOMBRE TO WS-NOMBRE-MANIFIESTO.
082600     SET MANIFIESTO-UBICADO TO TRUE.
082700
082800 1150-EXAMINAR-ENTRADA-EXIT.
082900     EXIT.
083000
083100******************************************************************
083200* 1300-CARGAR-MANIFIESTO - LEE EL MANIFIESTO DEL JUEGO Y UBICA
083300* CADA REGISTRO EN LA TABLA DE ARCHIVOS. UN MANIFIESTO QUE FALTA,
083400* QUE TRAE UN ARCHIVO DESCONOCIDO O AL QUE LE FALTA ALGUNO NO SE
083500* USA.
083600******************************************************************
083700 1300-CARGAR-MANIFIESTO.
083800
083900     PERFORM 1310-LIMPIAR-ENTRADA
084000         THRU 1310-LIMPIAR-ENTRADA-EXIT
084100         VARYING WS-IND-ARCHIVO FROM 1 BY 1
084200         UNTIL WS-IND-ARCHIVO > WS-CANT-ARCHIVOS.
084300
084400     OPEN INPUT ARCH-MANIFIESTO.
084500     IF FS-MANIFIESTO = "35"
084600         DISPLAY "NO SE ENCONTRO EL MANIFIESTO "
084700             WS-NOMBRE-MANIFIESTO
084800         MOVE 8 TO RETURN-CODE
084900         STOP RUN.
085000     IF FS-MANIFIESTO NOT = "00"
085100         DISPLAY "ERROR AL ABRIR EL MANIFIESTO. ESTADO: "
085200             FS-MANIFIESTO
085300         MOVE 16 TO RETURN-CODE
085400         STOP RUN.
085500
085600     SET NO-FIN-DE-MANIFIESTO TO TRUE.
085700
085800     PERFORM 1350-CARGAR-RENGLON
085900         THRU 1350-CARGAR-RENGLON-EXIT
086000         UNTIL FIN-DE-MANIFIESTO.
086100
086200     CLOSE ARCH-MANIFIESTO.
086300
086400     PERFORM 1380-CONTROLAR-ENTRADA
086500         THRU 1380-CONTROLAR-ENTRADA-EXIT
086600         VARYING WS-IND-ARCHIVO FROM 1 BY 1
086700         UNTIL WS-IND-ARCHIVO > WS-CANT-ARCHIVOS.
086800
086900 1300-CARGAR-MANIFIESTO-EXIT.
087000     EXIT.
087100
087200******************************************************************
087300* 1310-LIMPIAR-ENTRADA - DEJA EN BLANCO UNA ENTRADA DE LA TABLA DE
087400* ARCHIVOS ANTES DE CARGAR EL MANIFIESTO.
087500******************************************************************
087600 1310-LIMPIAR-ENTRADA.
087700
087800     MOVE "N"    TO WS-RST-CARGADO (WS-IND-ARCHIVO).
087900     MOVE SPACES TO WS-RST-COPIA (WS-IND-ARCHIVO).
088000     MOVE "N"    TO WS-RST-EXISTE (WS-IND-ARCHIVO).
088100     MOVE ZERO   TO WS-RST-REGISTROS (WS-IND-ARCHIVO).
088200     MOVE "N"    TO WS-RST-HABIA (WS-IND-ARCHIVO).
088300     MOVE ZERO   TO WS-RST-ANTES (WS-IND-ARCHIVO).
088400     MOVE ZERO   TO WS-RST-DESPUES (WS-IND-ARCHIVO).
088500     MOVE SPACES TO WS-RST-ESTADO (WS-IND-ARCHIVO).
088600
088700 1310-LIMPIAR-ENTRADA-EXIT.
088800     EXIT.
088900
089000******************************************************************
089100* 1350-CARGAR-RENGLON - LEE UN REGISTRO DEL MANIFIESTO Y LO PASA A
089200* LA ENTRADA DE SU ARCHIVO.
089300******************************************************************
089400 1350-CARGAR-RENGLON.
089500
089600     READ ARCH-MANIFIESTO
089700         AT END
089800             SET FIN-DE-MANIFIESTO TO TRUE
089900             GO TO 1350-CARGAR-RENGLON-EXIT
090000     END-READ.
090100
090200     IF FS-MANIFIESTO NOT = "00" AND FS-MANIFIESTO NOT = "06"
090300         DISPLAY "ERROR AL LEER EL MANIFIESTO. ESTADO: "
090400             FS-MANIFIESTO
090500         MOVE 16 TO RETURN-CODE
090600         STOP RUN.
090700
090800     SET ARCHIVO-NO-UBICADO TO TRUE.
090900
091000     PERFORM 1360-UBICAR-ARCHIVO
091100         THRU 1360-UBICAR-ARCHIVO-EXIT
091200         VARYING WS-IND-BUSQUEDA FROM 1 BY 1
091300         UNTIL WS-IND-BUSQUEDA > WS-CANT-ARCHIVOS
091400             OR ARCHIVO-UBICADO.
091500
091600     IF ARCHIVO-NO-UBICADO
091700         DISPLAY "ARCHIVO DESCONOCIDO EN EL MANIFIESTO: "
091800             RSM-ARCHIVO
091900         MOVE 8 TO RETURN-CODE
092000         STOP RUN.
092100
092200     MOVE RSM-FECHA   TO WS-MAN-FECHA.
092300     MOVE RSM-JUEGO   TO WS-MAN-JUEGO.
092400     MOVE RSM-CORRIDA TO WS-MAN-CORRIDA.
092500
092600 1350-CARGAR-RENGLON-EXIT.
092700     EXIT.
092800
092900******************************************************************
093000* 1360-UBICAR-ARCHIVO - COMPARA EL ARCHIVO DEL MANIFIESTO CONTRA
093100* UNA ENTRADA DE LA TABLA Y, SI ES EL MISMO, LE COPIA SUS DATOS.
093200******************************************************************
093300 1360-UBICAR-ARCHIVO.
093400
093500     IF WS-NOM-ARCHIVO (WS-IND-BUSQUEDA) = RSM-ARCHIVO
093600         SET ARCHIVO-UBICADO TO TRUE
093700         MOVE "S"           TO WS-RST-CARGADO (WS-IND-BUSQUEDA)
093800         MOVE RSM-COPIA     TO WS-RST-COPIA (WS-IND-BUSQUEDA)
093900         MOVE RSM-EXISTE    TO WS-RST-EXISTE (WS-IND-BUSQUEDA)
094000         MOVE RSM-REGISTROS TO WS-RST-REGISTROS (WS-IND-BUSQUEDA)
094100     END-IF.
094200
094300 1360-UBICAR-ARCHIVO-EXIT.
094400     EXIT.
094500
094600******************************************************************
094700* 1380-CONTROLAR-ENTRADA - CADA ARCHIVO DEL JUEGO TIENE QUE
094800* FIGURAR EN EL MANIFIESTO.
094900******************************************************************
095000 1380-CONTROLAR-ENTRADA.
095100
095200     IF WS-RST-CARGADO (WS-IND-ARCHIVO) NOT = "S"
095300         DISPLAY "MANIFIESTO INCOMPLETO, FALTA EL ARCHIVO "
095400             WS-NOM-ARCHIVO (WS-IND-ARCHIVO)
095500         MOVE 8 TO RETURN-CODE
095600         STOP RUN.
095700
095800 1380-CONTROLAR-ENTRADA-EXIT.
095900     EXIT.
096000
096100******************************************************************
096200* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
096300* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
096400* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
096500******************************************************************
096600 1900-VERIFICAR-DIA-CORRIDA.
096700
096800     OPEN INPUT ARCH-CALENDARIO.
096900     IF FS-CALENDARIO = "35"
097000         SET CALENDARIO-NO-DISPONIBLE TO TRUE
097100     ELSE
097200         IF FS-CALENDARIO NOT = "00"
097300             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
097400                 FS-CALENDARIO
097500             MOVE 16 TO RETURN-CODE
097600             STOP RUN
097700         END-IF.
097800
097900     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
098000     PERFORM 1950-VERIFICAR-DIA-HABIL
098100         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
098200     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
098300     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
098400
098500     IF CALENDARIO-DISPONIBLE
098600         CLOSE ARCH-CALENDARIO.
098700
098800 1900-VERIFICAR-DIA-CORRIDA-EXIT.
098900     EXIT.
099000
099100******************************************************************
099200* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
099300* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
099400* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
099500******************************************************************
099600 1950-VERIFICAR-DIA-HABIL.
099700
099800     SET DIA-HABIL TO TRUE.
099900     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
100000
100100     COMPUTE WS-ENTERO-HABIL =
100200         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
100300     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
100400         REMAINDER WS-DIA-SEMANA.
100500
100600     IF WS-DIA-SEMANA = 6
100700         SET DIA-NO-HABIL TO TRUE
100800         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
100900         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
101000
101100     IF WS-DIA-SEMANA = 0
101200         SET DIA-NO-HABIL TO TRUE
101300         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
101400         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
101500
101600     IF CALENDARIO-NO-DISPONIBLE
101700         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
101800
101900     MOVE WS-FECHA-HABIL TO CAL-FECHA.
102000     READ ARCH-CALENDARIO
102100         INVALID KEY
102200             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
102300     END-READ.
102400
102500     IF FS-CALENDARIO NOT = "00"
102600         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
102700             FS-CALENDARIO
102800         MOVE 16 TO RETURN-CODE
102900         STOP RUN.
103000
103100     SET DIA-NO-HABIL TO TRUE.
103200     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
103300
103400 1950-VERIFICAR-DIA-HABIL-EXIT.
103500     EXIT.
103600
103700******************************************************************
103800* 2000-VERIFICAR-JUEGO - ANTES DE TOCAR NINGUN ARCHIVO CONTROLA
103900* QUE CADA COPIA DEL JUEGO EXISTA Y TENGA LOS REGISTROS QUE DICE
104000* EL MANIFIESTO. SI UNA SOLA FALLA NO SE RESTAURA NADA: UNA
104100* RESTAURACION A MEDIAS DEJARIA LOS ARCHIVOS DESPAREJOS.
104200******************************************************************
104300 2000-VERIFICAR-JUEGO.
104400
104500     SET JUEGO-VALIDO TO TRUE.
104600
104700     PERFORM 2100-VERIFICAR-COPIA
104800         THRU 2100-VERIFICAR-COPIA-EXIT
104900         VARYING WS-IND-ARCHIVO FROM 1 BY 1
105000         UNTIL WS-IND-ARCHIVO > WS-CANT-ARCHIVOS.
105100
105200 2000-VERIFICAR-JUEGO-EXIT.
105300     EXIT.
105400
105500******************************************************************
105600* 2100-VERIFICAR-COPIA - CUENTA LOS REGISTROS DE UNA COPIA Y LOS
105700* COMPARA CON EL MANIFIESTO. UN ARCHIVO QUE NO EXISTIA AL HACER EL
105800* RESGUARDO NO TIENE COPIA.
105900******************************************************************
106000 2100-VERIFICAR-COPIA.
106100
106200     IF WS-RST-EXISTE (WS-IND-ARCHIVO) NOT = "S"
106300         GO TO 2100-VERIFICAR-COPIA-EXIT.
106400
106500     MOVE WS-RST-COPIA (WS-IND-ARCHIVO) TO WS-NOMBRE-COPIA.
106600     MOVE ZERO TO WS-REGISTROS-ARCHIVO.
106700
106800     OPEN INPUT ARCH-COPIA.
106900     IF FS-COPIA = "35"
107000         MOVE "FALTA COPIA" TO WS-RST-ESTADO (WS-IND-ARCHIVO)
107100         SET JUEGO-INVALIDO TO TRUE
107200         GO TO 2100-VERIFICAR-COPIA-EXIT.
107300     IF FS-COPIA NOT = "00"
107400         DISPLAY "ERROR AL ABRIR LA COPIA " WS-NOMBRE-COPIA
107500             " ESTADO: " FS-COPIA
107600         MOVE 16 TO RETURN-CODE
107700         STOP RUN.
107800
107900     SET NO-FIN-DE-ENTRADA TO TRUE.
108000
108100     PERFORM 2150-CONTAR-COPIA
108200         THRU 2150-CONTAR-COPIA-EXIT
108300         UNTIL FIN-DE-ENTRADA.
108400
108500     CLOSE ARCH-COPIA.
108600
108700     IF WS-REGISTROS-ARCHIVO NOT =
108800             WS-RST-REGISTROS (WS-IND-ARCHIVO)
108900         MOVE "COPIA ALTERADA" TO WS-RST-ESTADO (WS-IND-ARCHIVO)
109000         SET JUEGO-INVALIDO TO TRUE.
109100
109200 2100-VERIFICAR-COPIA-EXIT.
109300     EXIT.
109400
109500******************************************************************
109600* 2150-CONTAR-COPIA - LEE Y CUENTA UN REGISTRO DE LA COPIA.
109700******************************************************************
109800 2150-CONTAR-COPIA.
109900
110000     PERFORM 2950-LEER-COPIA THRU 2950-LEER-COPIA-EXIT.
110100
110200     IF NO-FIN-DE-ENTRADA
110300         ADD 1 TO WS-REGISTROS-ARCHIVO.
110400
110500 2150-CONTAR-COPIA-EXIT.
110600     EXIT.
110700
110800******************************************************************
110900* 2900-ABRIR-COPIA - ABRE PARA LECTURA LA COPIA DEL ARCHIVO EN
111000* CURSO, YA VERIFICADA.
111100******************************************************************
111200 2900-ABRIR-COPIA.
111300
111400     MOVE WS-RST-COPIA (WS-IND-ARCHIVO) TO WS-NOMBRE-COPIA.
111500
111600     OPEN INPUT ARCH-COPIA.
111700     IF FS-COPIA NOT = "00"
111800         DISPLAY "ERROR AL ABRIR LA COPIA " WS-NOMBRE-COPIA
111900             " ESTADO: " FS-COPIA
112000         MOVE 16 TO RETURN-CODE
112100         STOP RUN.
112200
112300     SET NO-FIN-DE-ENTRADA TO TRUE.
112400
112500 2900-ABRIR-COPIA-EXIT.
112600     EXIT.
112700
112800******************************************************************
112900* 2950-LEER-COPIA - LEE EL SIGUIENTE REGISTRO DE LA COPIA.
113000******************************************************************
113100 2950-LEER-COPIA.
113200
113300     READ ARCH-COPIA
113400         AT END
113500             SET FIN-DE-ENTRADA TO TRUE
113600             GO TO 2950-LEER-COPIA-EXIT
113700     END-READ.
113800
113900     IF FS-COPIA NOT = "00" AND FS-COPIA NOT = "06"
114000         DISPLAY "ERROR AL LEER LA COPIA " WS-NOMBRE-COPIA
114100             " ESTADO: " FS-COPIA
114200         MOVE 16 TO RETURN-CODE
114300         STOP RUN.
114400
114500 2950-LEER-COPIA-EXIT.
114600     EXIT.
114700
114800******************************************************************
114900* 3000-RESTAURAR-MAESTRO - CUENTA EL MAESTRO COMO QUEDO, LO VUELVE
115000* A CREAR DESDE LA COPIA (O LO BORRA SI NO EXISTIA AL HACER EL
115100* RESGUARDO) Y LO VUELVE A CONTAR.
115200******************************************************************
115300 3000-RESTAURAR-MAESTRO.
115400
115500     MOVE 1 TO WS-IND-ARCHIVO.
115600
115700     PERFORM 3010-CONTAR-MAESTRO THRU 3010-CONTAR-MAESTRO-EXIT.
115800     PERFORM 3900-ANOTAR-ANTES THRU 3900-ANOTAR-ANTES-EXIT.
115900
116000     IF JUEGO-INVALIDO
116100         GO TO 3000-ANOTAR-DESPUES.
116200
116300     IF WS-RST-EXISTE (WS-IND-ARCHIVO) = "S"
116400         PERFORM 3020-CARGAR-MAESTRO THRU 3020-CARGAR-MAESTRO-EXIT
116500     ELSE
116600         IF ARCHIVO-EXISTE
116700             DELETE FILE MAESTRO-ARTICULOS
116800             IF FS-MAESTRO NOT = "00"
116900                 DISPLAY "ERROR AL BORRAR EL MAESTRO DE "
117000                     "ARTICULOS. ESTADO: " FS-MAESTRO
117100                 MOVE 16 TO RETURN-CODE
117200                 STOP RUN
117300             END-IF
117400         END-IF.
117500
117600     PERFORM 3010-CONTAR-MAESTRO THRU 3010-CONTAR-MAESTRO-EXIT.
117700
117800 3000-ANOTAR-DESPUES.
117900
118000     PERFORM 3950-ANOTAR-DESPUES THRU 3950-ANOTAR-DESPUES-EXIT.
118100
118200 3000-RESTAURAR-MAESTRO-EXIT.
118300     EXIT.
118400
118500******************************************************************
118600* 3010-CONTAR-MAESTRO - CUENTA LOS ARTICULOS DEL MAESTRO. SI EL
118700* ARCHIVO NO EXISTE LO DEJA INDICADO.
118800******************************************************************
118900 3010-CONTAR-MAESTRO.
119000
119100     MOVE ZERO TO WS-REGISTROS-ARCHIVO.
119200     SET ARCHIVO-EXISTE TO TRUE.
119300
119400     OPEN INPUT MAESTRO-ARTICULOS.
119500     IF FS-MAESTRO = "35"
119600         SET ARCHIVO-NO-EXISTE TO TRUE
119700         GO TO 3010-CONTAR-MAESTRO-EXIT.
119800     IF FS-MAESTRO NOT = "00"
119900         DISPLAY "ERROR AL ABRIR EL MAESTRO DE ARTICULOS. "
120000             "ESTADO: " FS-MAESTRO
120100         MOVE 16 TO RETURN-CODE
120200         STOP RUN.
120300
120400     SET NO-FIN-DE-ENTRADA TO TRUE.
120500
120600     PERFORM 3015-LEER-MAESTRO
120700         THRU 3015-LEER-MAESTRO-EXIT
120800         UNTIL FIN-DE-ENTRADA.
120900
121000     CLOSE MAESTRO-ARTICULOS.
121100
121200 3010-CONTAR-MAESTRO-EXIT.
121300     EXIT.
121400
121500******************************************************************
121600* 3015-LEER-MAESTRO - LEE Y CUENTA UN ARTICULO DEL MAESTRO.
121700******************************************************************
121800 3015-LEER-MAESTRO.
121900
122000     READ MAESTRO-ARTICULOS
122100         AT END
122200             SET FIN-DE-ENTRADA TO TRUE
122300             GO TO 3015-LEER-MAESTRO-EXIT
122400     END-READ.
122500
122600     IF FS-MAESTRO NOT = "00"
122700         DISPLAY "ERROR AL LEER EL MAESTRO DE ARTICULOS. "
122800             "ESTADO: " FS-MAESTRO
122900         MOVE 16 TO RETURN-CODE
123000         STOP RUN.
123100
123200     ADD 1 TO WS-REGISTROS-ARCHIVO.
123300
123400 3015-LEER-MAESTRO-EXIT.
123500     EXIT.
123600
123700******************************************************************
123800* 3020-CARGAR-MAESTRO - VUELVE A CREAR EL MAESTRO VACIO Y LO CARGA
123900* DESDE LA COPIA, QUE YA VIENE EN ORDEN DE CODIGO.
124000******************************************************************
124100 3020-CARGAR-MAESTRO.
124200
124300     OPEN OUTPUT MAESTRO-ARTICULOS.
124400     IF FS-MAESTRO NOT = "00"
124500         DISPLAY "ERROR AL CREAR EL MAESTRO DE ARTICULOS. "
124600             "ESTADO: " FS-MAESTRO
124700         MOVE 16 TO RETURN-CODE
124800         STOP RUN.
124900
125000     PERFORM 2900-ABRIR-COPIA THRU 2900-ABRIR-COPIA-EXIT.
125100
125200     PERFORM 3025-GRABAR-MAESTRO
125300         THRU 3025-GRABAR-MAESTRO-EXIT
125400         UNTIL FIN-DE-ENTRADA.
125500
125600     CLOSE ARCH-COPIA.
125700     CLOSE MAESTRO-ARTICULOS.
125800
125900 3020-CARGAR-MAESTRO-EXIT.
126000     EXIT.
126100
126200******************************************************************
126300* 3025-GRABAR-MAESTRO - GRABA EN EL MAESTRO UN ARTICULO DE LA
126400* COPIA.
126500******************************************************************
126600 3025-GRABAR-MAESTRO.
126700
126800     PERFORM 2950-LEER-COPIA THRU 2950-LEER-COPIA-EXIT.
126900
127000     IF FIN-DE-ENTRADA
127100         GO TO 3025-GRABAR-MAESTRO-EXIT.
127200
127300     MOVE COP-REG TO ART-REG.
127400     WRITE ART-REG.
127500     IF FS-MAESTRO NOT = "00"
127600         DISPLAY "ERROR AL RESTAURAR EL MAESTRO DE ARTICULOS. "
127700             "ESTADO: " FS-MAESTRO " CODIGO: " ART-CODIGO
127800         MOVE 16 TO RETURN-CODE
127900         STOP RUN.
128000
128100 3025-GRABAR-MAESTRO-EXIT.
128200     EXIT.
128300
128400******************************************************************
128500* 3050-ENCABEZADO-LISTADO - ESCRIBE EL ENCABEZADO DEL LISTADO DE
128600* LA RESTAURACION.
128700******************************************************************
128800 3050-ENCABEZADO-LISTADO.
128900
129000     ADD 1 TO WS-NUMERO-PAGINA.
129100     MOVE WS-FC-DIA  TO LE1-DIA.
129200     MOVE WS-FC-MES  TO LE1-MES.
129300     MOVE WS-FC-ANIO TO LE1-ANIO.
129400     MOVE WS-NUMERO-PAGINA TO LE1-PAGINA.
129500     MOVE WS-NOMBRE-MANIFIESTO TO LEJ-MANIFIESTO.
129600     MOVE WS-MAN-CORRIDA       TO LEJ-CORRIDA.
129700     MOVE WS-OPERADOR          TO LEO-OPERADOR.
129800
129900     WRITE LINEA-LISTADO FROM LIN-BLANCO.
130000     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
130100     IF CORRIDA-EN-DIA-NO-HABIL
130200         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
130300     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-JUEGO.
130400     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-OPERADOR.
130500     WRITE LINEA-LISTADO FROM LIN-BLANCO.
130600     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-2.
130700     WRITE LINEA-LISTADO FROM LIN-BLANCO.
130800
130900 3050-ENCABEZADO-LISTADO-EXIT.
131000     EXIT.
131100
131200******************************************************************
131300* 3200-RESTAURAR-HISTORIA - CUENTA LA HISTORIA COMO QUEDO, LA
131400* VUELVE A CREAR DESDE LA COPIA (O LA BORRA SI NO EXISTIA AL
131500* HACER EL RESGUARDO) Y LA VUELVE A CONTAR. ASI LAS GENERACIONES
131600* ACTUAL Y ANTERIOR DE CADA TABLA QUEDAN COMO ANTES DE LA CADENA.
131700******************************************************************
131800 3200-RESTAURAR-HISTORIA.
131900
132000     MOVE 2 TO WS-IND-ARCHIVO.
132100
132200     PERFORM 3210-CONTAR-HISTORIA THRU 3210-CONTAR-HISTORIA-EXIT.
132300     PERFORM 3900-ANOTAR-ANTES THRU 3900-ANOTAR-ANTES-EXIT.
132400
132500     IF JUEGO-INVALIDO
132600         GO TO 3200-ANOTAR-DESPUES.
132700
132800     IF WS-RST-EXISTE (WS-IND-ARCHIVO) = "S"
132900         PERFORM 3220-CARGAR-HISTORIA
133000             THRU 3220-CARGAR-HISTORIA-EXIT
133100     ELSE
133200         IF ARCHIVO-EXISTE
133300             DELETE FILE ARCH-HISTORIA
133400             IF FS-HISTORIA NOT = "00"
133500                 DISPLAY "ERROR AL BORRAR LA HISTORIA. ESTADO: "
133600                     FS-HISTORIA
133700                 MOVE 16 TO RETURN-CODE
133800                 STOP RUN
133900             END-IF
134000         END-IF.
134100
134200     PERFORM 3210-CONTAR-HISTORIA THRU 3210-CONTAR-HISTORIA-EXIT.
134300
134400 3200-ANOTAR-DESPUES.
134500
134600     PERFORM 3950-ANOTAR-DESPUES THRU 3950-ANOTAR-DESPUES-EXIT.
134700
134800 3200-RESTAURAR-HISTORIA-EXIT.
134900     EXIT.
135000
135100******************************************************************
135200* 3210-CONTAR-HISTORIA - CUENTA LOS REGISTROS DE LA HISTORIA. SI
135300* EL ARCHIVO NO EXISTE LO DEJA INDICADO.
135400******************************************************************
135500 3210-CONTAR-HISTORIA.
135600
135700     MOVE ZERO TO WS-REGISTROS-ARCHIVO.
135800     SET ARCHIVO-EXISTE TO TRUE.
135900
136000     OPEN INPUT ARCH-HISTORIA.
136100     IF FS-HISTORIA = "35"
136200         SET ARCHIVO-NO-EXISTE TO TRUE
136300         GO TO 3210-CONTAR-HISTORIA-EXIT.
136400     IF FS-HISTORIA NOT = "00"
136500         DISPLAY "ERROR AL ABRIR LA HISTORIA. ESTADO: "
136600             FS-HISTORIA
136700         MOVE 16 TO RETURN-CODE
136800         STOP RUN.
136900
137000     SET NO-FIN-DE-ENTRADA TO TRUE.
137100
137200     PERFORM 3215-LEER-HISTORIA
137300         THRU 3215-LEER-HISTORIA-EXIT
137400         UNTIL FIN-DE-ENTRADA.
137500
137600     CLOSE ARCH-HISTORIA.
137700
137800 3210-CONTAR-HISTORIA-EXIT.
137900     EXIT.
138000
138100******************************************************************
138200* 3215-LEER-HISTORIA - LEE Y CUENTA UN REGISTRO DE LA HISTORIA.
138300******************************************************************
138400 3215-LEER-HISTORIA.
138500
138600     READ ARCH-HISTORIA
138700         AT END
138800             SET FIN-DE-ENTRADA TO TRUE
138900             GO TO 3215-LEER-HISTORIA-EXIT
139000     END-READ.
139100
139200     IF FS-HISTORIA NOT = "00"
139300         DISPLAY "ERROR AL LEER LA HISTORIA. ESTADO: "
139400             FS-HISTORIA
139500         MOVE 16 TO RETURN-CODE
139600         STOP RUN.
139700
139800     ADD 1 TO WS-REGISTROS-ARCHIVO.
139900
140000 3215-LEER-HISTORIA-EXIT.
140100     EXIT.
140200
140300******************************************************************
140400* 3220-CARGAR-HISTORIA - VUELVE A CREAR LA HISTORIA VACIA Y LA
140500* CARGA DESDE LA COPIA, QUE YA VIENE EN ORDEN DE CLAVE.
140600******************************************************************
140700 3220-CARGAR-HISTORIA.
140800
140900     OPEN OUTPUT ARCH-HISTORIA.
141000     IF FS-HISTORIA NOT = "00"
141100         DISPLAY "ERROR AL CREAR LA HISTORIA. ESTADO: "
141200             FS-HISTORIA
141300         MOVE 16 TO RETURN-CODE
141400         STOP RUN.
141500
141600     PERFORM 2900-ABRIR-COPIA THRU 2900-ABRIR-COPIA-EXIT.
141700
141800     PERFORM 3225-GRABAR-HISTORIA
141900         THRU 3225-GRABAR-HISTORIA-EXIT
142000         UNTIL FIN-DE-ENTRADA.
142100
142200     CLOSE ARCH-COPIA.
142300     CLOSE ARCH-HISTORIA.
142400
142500 3220-CARGAR-HISTORIA-EXIT.
142600     EXIT.
142700
142800******************************************************************
142900* 3225-GRABAR-HISTORIA - GRABA EN LA HISTORIA UN REGISTRO DE LA
143000* COPIA.
143100******************************************************************
143200 3225-GRABAR-HISTORIA.
143300
143400     PERFORM 2950-LEER-COPIA THRU 2950-LEER-COPIA-EXIT.
143500
143600     IF FIN-DE-ENTRADA
143700         GO TO 3225-GRABAR-HISTORIA-EXIT.
143800
143900     MOVE COP-REG TO HIS-REG.
144000     WRITE HIS-REG.
144100     IF FS-HISTORIA NOT = "00"
144200         DISPLAY "ERROR AL RESTAURAR LA HISTORIA. ESTADO: "
144300             FS-HISTORIA " CLAVE: " HIS-CLAVE
144400         MOVE 16 TO RETURN-CODE
144500         STOP RUN.
144600
144700 3225-GRABAR-HISTORIA-EXIT.
144800     EXIT.
144900
145000******************************************************************
145100* 3400-RESTAURAR-PENDIENTES - CUENTA LOS PENDIENTES COMO QUEDARON,
145200* LOS VUELVE A CREAR DESDE LA COPIA (O LOS BORRA SI NO EXISTIAN AL
145300* HACER EL RESGUARDO) Y LOS VUELVE A CONTAR. CADA RENGLON RECUPERA
145400* SU FECHA DE LIBERACION, DE LA QUE SALE SU ANTIGUEDAD.
145500******************************************************************
145600 3400-RESTAURAR-PENDIENTES.
145700
145800     MOVE 3 TO WS-IND-ARCHIVO.
145900
146000     PERFORM 3410-CONTAR-PENDIENTES
146100         THRU 3410-CONTAR-PENDIENTES-EXIT.
146200     PERFORM 3900-ANOTAR-ANTES THRU 3900-ANOTAR-ANTES-EXIT.
146300
146400     IF JUEGO-INVALIDO
146500         GO TO 3400-ANOTAR-DESPUES.
146600
146700     IF WS-RST-EXISTE (WS-IND-ARCHIVO) = "S"
146800         PERFORM 3420-CARGAR-PENDIENTES
146900             THRU 3420-CARGAR-PENDIENTES-EXIT
147000     ELSE
147100         IF ARCHIVO-EXISTE
147200             DELETE FILE ARCH-PENDIENTES
147300             IF FS-PENDIENTES NOT = "00"
147400                 DISPLAY "ERROR AL BORRAR LOS PENDIENTES DE "
147500                     "PRECIOS. ESTADO: " FS-PENDIENTES
147600                 MOVE 16 TO RETURN-CODE
147700                 STOP RUN
147800             END-IF
147900         END-IF.
148000
148100     PERFORM 3410-CONTAR-PENDIENTES
148200         THRU 3410-CONTAR-PENDIENTES-EXIT.
148300
148400 3400-ANOTAR-DESPUES.
148500
148600     PERFORM 3950-ANOTAR-DESPUES THRU 3950-ANOTAR-DESPUES-EXIT.
148700
148800 3400-RESTAURAR-PENDIENTES-EXIT.
148900     EXIT.
149000
149100******************************************************************
149200* 3410-CONTAR-PENDIENTES - CUENTA LOS RENGLONES PENDIENTES DE
149300* PRECIO. SI EL ARCHIVO NO EXISTE LO DEJA INDICADO.
149400******************************************************************
149500 3410-CONTAR-PENDIENTES.
149600
149700     MOVE ZERO TO WS-REGISTROS-ARCHIVO.
149800     SET ARCHIVO-EXISTE TO TRUE.
149900
150000     OPEN INPUT ARCH-PENDIENTES.
150100     IF FS-PENDIENTES = "35"
150200         SET ARCHIVO-NO-EXISTE TO TRUE
150300         GO TO 3410-CONTAR-PENDIENTES-EXIT.
150400     IF FS-PENDIENTES NOT = "00"
150500         DISPLAY "ERROR AL ABRIR LOS PENDIENTES DE PRECIOS. "
150600             "ESTADO: " FS-PENDIENTES
150700         MOVE 16 TO RETURN-CODE
150800         STOP RUN.
150900
151000     SET NO-FIN-DE-ENTRADA TO TRUE.
151100
151200     PERFORM 3415-LEER-PENDIENTE
151300         THRU 3415-LEER-PENDIENTE-EXIT
151400         UNTIL FIN-DE-ENTRADA.
151500
151600     CLOSE ARCH-PENDIENTES.
151700
151800 3410-CONTAR-PENDIENTES-EXIT.
151900     EXIT.
152000
152100******************************************************************
152200* 3415-LEER-PENDIENTE - LEE Y CUENTA UN RENGLON PENDIENTE.
152300******************************************************************
152400 3415-LEER-PENDIENTE.
152500
152600     READ ARCH-PENDIENTES
152700         AT END
152800             SET FIN-DE-ENTRADA TO TRUE
152900             GO TO 3415-LEER-PENDIENTE-EXIT
153000     END-READ.
153100
153200     IF FS-PENDIENTES NOT = "00"
153300         DISPLAY "ERROR AL LEER LOS PENDIENTES DE PRECIOS. "
153400             "ESTADO: " FS-PENDIENTES
153500         MOVE 16 TO RETURN-CODE
153600         STOP RUN.
153700
153800     ADD 1 TO WS-REGISTROS-ARCHIVO.
153900
154000 3415-LEER-PENDIENTE-EXIT.
154100     EXIT.
154200
154300******************************************************************
154400* 3420-CARGAR-PENDIENTES - VUELVE A CREAR LOS PENDIENTES VACIOS Y
154500* LOS CARGA DESDE LA COPIA, QUE YA VIENE EN ORDEN DE CLAVE.
154600******************************************************************
154700 3420-CARGAR-PENDIENTES.
154800
154900     OPEN OUTPUT ARCH-PENDIENTES.
155000     IF FS-PENDIENTES NOT = "00"
155100         DISPLAY "ERROR AL CREAR LOS PENDIENTES DE PRECIOS. "
155200             "ESTADO: " FS-PENDIENTES
155300         MOVE 16 TO RETURN-CODE
155400         STOP RUN.
155500
155600     PERFORM 2900-ABRIR-COPIA THRU 2900-ABRIR-COPIA-EXIT.
155700
155800     PERFORM 3425-GRABAR-PENDIENTE
155900         THRU 3425-GRABAR-PENDIENTE-EXIT
156000         UNTIL FIN-DE-ENTRADA.
156100
156200     CLOSE ARCH-COPIA.
156300     CLOSE ARCH-PENDIENTES.
156400
156500 3420-CARGAR-PENDIENTES-EXIT.
156600     EXIT.
156700
156800******************************************************************
156900* 3425-GRABAR-PENDIENTE - GRABA EN LOS PENDIENTES UN RENGLON DE LA
157000* COPIA.
157100******************************************************************
157200 3425-GRABAR-PENDIENTE.
157300
157400     PERFORM 2950-LEER-COPIA THRU 2950-LEER-COPIA-EXIT.
157500
157600     IF FIN-DE-ENTRADA
157700         GO TO 3425-GRABAR-PENDIENTE-EXIT.
157800
157900     MOVE COP-REG TO PEN-REG.
158000     WRITE PEN-REG.
158100     IF FS-PENDIENTES NOT = "00"
158200         DISPLAY "ERROR AL RESTAURAR LOS PENDIENTES DE PRECIOS. "
158300             "ESTADO: " FS-PENDIENTES " CLAVE: " PEN-CLAVE
158400         MOVE 16 TO RETURN-CODE
158500         STOP RUN.
158600
158700 3425-GRABAR-PENDIENTE-EXIT.
158800     EXIT.
158900
159000******************************************************************
159100* 3600-RESTAURAR-REINTENTOS - CUENTA LOS REINTENTOS COMO QUEDARON,
159200* LOS VUELVE A CREAR DESDE LA COPIA (O LOS BORRA SI NO EXISTIAN AL
159300* HACER EL RESGUARDO) Y LOS VUELVE A CONTAR. ASI LA CADENA
159400* REPETIDA NO CUENTA DOS VECES EL MISMO REINTENTO.
159500******************************************************************
159600 3600-RESTAURAR-REINTENTOS.
159700
159800     MOVE 4 TO WS-IND-ARCHIVO.
159900
160000     PERFORM 3610-CONTAR-REINTENTOS
160100         THRU 3610-CONTAR-REINTENTOS-EXIT.
160200     PERFORM 3900-ANOTAR-ANTES THRU 3900-ANOTAR-ANTES-EXIT.
160300
160400     IF JUEGO-INVALIDO
160500         GO TO 3600-ANOTAR-DESPUES.
160600
160700     IF WS-RST-EXISTE (WS-IND-ARCHIVO) = "S"
160800         PERFORM 3620-CARGAR-REINTENTOS
160900             THRU 3620-CARGAR-REINTENTOS-EXIT
161000     ELSE
161100         IF ARCHIVO-EXISTE
161200             DELETE FILE ARCH-REINTENTOS
161300             IF FS-REINTENTOS NOT = "00"
161400                 DISPLAY "ERROR AL BORRAR LOS REINTENTOS. "
161500                     "ESTADO: " FS-REINTENTOS
161600                 MOVE 16 TO RETURN-CODE
161700                 STOP RUN
161800             END-IF
161900         END-IF.
162000
162100     PERFORM 3610-CONTAR-REINTENTOS
162200         THRU 3610-CONTAR-REINTENTOS-EXIT.
162300
162400 3600-ANOTAR-DESPUES.
162500
162600     PERFORM 3950-ANOTAR-DESPUES THRU 3950-ANOTAR-DESPUES-EXIT.
162700
162800 3600-RESTAURAR-REINTENTOS-EXIT.
162900     EXIT.
163000
163100******************************************************************
163200* 3610-CONTAR-REINTENTOS - CUENTA LOS CONTADORES DE REINTENTOS. SI
163300* EL ARCHIVO NO EXISTE LO DEJA INDICADO.
163400******************************************************************
163500 3610-CONTAR-REINTENTOS.
163600
163700     MOVE ZERO TO WS-REGISTROS-ARCHIVO.
163800     SET ARCHIVO-EXISTE TO TRUE.
163900
164000     OPEN INPUT ARCH-REINTENTOS.
164100     IF FS-REINTENTOS = "35"
164200         SET ARCHIVO-NO-EXISTE TO TRUE
164300         GO TO 3610-CONTAR-REINTENTOS-EXIT.
164400     IF FS-REINTENTOS NOT = "00"
164500         DISPLAY "ERROR AL ABRIR LOS REINTENTOS. ESTADO: "
164600             FS-REINTENTOS
164700         MOVE 16 TO RETURN-CODE
164800         STOP RUN.
164900
165000     SET NO-FIN-DE-ENTRADA TO TRUE.
165100
165200     PERFORM 3615-LEER-REINTENTO
165300         THRU 3615-LEER-REINTENTO-EXIT
165400         UNTIL FIN-DE-ENTRADA.
165500
165600     CLOSE ARCH-REINTENTOS.
165700
165800 3610-CONTAR-REINTENTOS-EXIT.
165900     EXIT.
166000
166100******************************************************************
166200* 3615-LEER-REINTENTO - LEE Y CUENTA UN CONTADOR DE REINTENTOS.
166300******************************************************************
166400 3615-LEER-REINTENTO.
166500
166600     READ ARCH-REINTENTOS
166700         AT END
166800             SET FIN-DE-ENTRADA TO TRUE
166900             GO TO 3615-LEER-REINTENTO-EXIT
167000     END-READ.
167100
167200     IF FS-REINTENTOS NOT = "00"
167300         DISPLAY "ERROR AL LEER LOS REINTENTOS. ESTADO: "
167400             FS-REINTENTOS
167500         MOVE 16 TO RETURN-CODE
167600         STOP RUN.
167700
167800     ADD 1 TO WS-REGISTROS-ARCHIVO.
167900
168000 3615-LEER-REINTENTO-EXIT.
168100     EXIT.
168200
168300******************************************************************
168400* 3620-CARGAR-REINTENTOS - VUELVE A CREAR LOS REINTENTOS VACIOS Y
168500* LOS CARGA DESDE LA COPIA, QUE YA VIENE EN ORDEN DE CLAVE.
168600******************************************************************
168700 3620-CARGAR-REINTENTOS.
168800
168900     OPEN OUTPUT ARCH-REINTENTOS.
169000     IF FS-REINTENTOS NOT = "00"
169100         DISPLAY "ERROR AL CREAR LOS REINTENTOS. ESTADO: "
169200             FS-REINTENTOS
169300         MOVE 16 TO RETURN-CODE
169400         STOP RUN.
169500
169600     PERFORM 2900-ABRIR-COPIA THRU 2900-ABRIR-COPIA-EXIT.
169700
169800     PERFORM 3625-GRABAR-REINTENTO
169900         THRU 3625-GRABAR-REINTENTO-EXIT
170000         UNTIL FIN-DE-ENTRADA.
170100
170200     CLOSE ARCH-COPIA.
170300     CLOSE ARCH-REINTENTOS.
170400
170500 3620-CARGAR-REINTENTOS-EXIT.
170600     EXIT.
170700
170800******************************************************************
170900* 3625-GRABAR-REINTENTO - GRABA EN LOS REINTENTOS UN CONTADOR DE
171000* LA COPIA.
171100******************************************************************
171200 3625-GRABAR-REINTENTO.
171300
171400     PERFORM 2950-LEER-COPIA THRU 2950-LEER-COPIA-EXIT.
171500
171600     IF FIN-DE-ENTRADA
171700         GO TO 3625-GRABAR-REINTENTO-EXIT.
171800
171900     MOVE COP-REG TO REI-REG.
172000     WRITE REI-REG.
172100     IF FS-REINTENTOS NOT = "00"
172200         DISPLAY "ERROR AL RESTAURAR LOS REINTENTOS. ESTADO: "
172300             FS-REINTENTOS " CLAVE: " REI-CLAVE
172400         MOVE 16 TO RETURN-CODE
172500         STOP RUN.
172600
172700 3625-GRABAR-REINTENTO-EXIT.
172800     EXIT.
172900
173000******************************************************************
173100* 3800-RESTAURAR-CORRIDA - CUENTA EL CONTROL DE CORRIDAS COMO
173200* QUEDO, LO VUELVE A GRABAR DESDE LA COPIA (O LO BORRA SI NO
173300* EXISTIA AL HACER EL RESGUARDO) Y LO VUELVE A CONTAR. LA CADENA
173400* REPETIDA VUELVE A TOMAR EL MISMO NUMERO DE CORRIDA.
173500******************************************************************
173600 3800-RESTAURAR-CORRIDA.
173700
173800     MOVE 5 TO WS-IND-ARCHIVO.
173900
174000     PERFORM 3810-CONTAR-CORRIDA THRU 3810-CONTAR-CORRIDA-EXIT.
174100     PERFORM 3900-ANOTAR-ANTES THRU 3900-ANOTAR-ANTES-EXIT.
174200
174300     IF JUEGO-INVALIDO
174400         GO TO 3800-ANOTAR-DESPUES.
174500
174600     IF WS-RST-EXISTE (WS-IND-ARCHIVO) = "S"
174700         PERFORM 3820-CARGAR-CORRIDA THRU 3820-CARGAR-CORRIDA-EXIT
174800     ELSE
174900         IF ARCHIVO-EXISTE
175000             DELETE FILE ARCH-CORRIDA
175100             IF FS-CORRIDA NOT = "00"
175200                 DISPLAY "ERROR AL BORRAR EL CONTROL DE "
175300                     "CORRIDAS. ESTADO: " FS-CORRIDA
175400                 MOVE 16 TO RETURN-CODE
175500                 STOP RUN
175600             END-IF
175700         END-IF.
175800
175900     PERFORM 3810-CONTAR-CORRIDA THRU 3810-CONTAR-CORRIDA-EXIT.
176000
176100 3800-ANOTAR-DESPUES.
176200
176300     PERFORM 3950-ANOTAR-DESPUES THRU 3950-ANOTAR-DESPUES-EXIT.
176400
176500 3800-RESTAURAR-CORRIDA-EXIT.
176600     EXIT.
176700
176800******************************************************************
176900* 3810-CONTAR-CORRIDA - CUENTA LOS REGISTROS DEL CONTROL DE
177000* CORRIDAS. SI EL ARCHIVO NO EXISTE LO DEJA INDICADO.
177100******************************************************************
177200 3810-CONTAR-CORRIDA.
177300
177400     MOVE ZERO TO WS-REGISTROS-ARCHIVO.
177500     SET ARCHIVO-EXISTE TO TRUE.
177600
177700     OPEN INPUT ARCH-CORRIDA.
177800     IF FS-CORRIDA = "35"
177900         SET ARCHIVO-NO-EXISTE TO TRUE
178000         GO TO 3810-CONTAR-CORRIDA-EXIT.
178100     IF FS-CORRIDA NOT = "00"
178200         DISPLAY "ERROR AL ABRIR EL CONTROL DE CORRIDAS. "
178300             "ESTADO: " FS-CORRIDA
178400         MOVE 16 TO RETURN-CODE
178500         STOP RUN.
178600
178700     SET NO-FIN-DE-ENTRADA TO TRUE.
178800
178900     PERFORM 3815-LEER-CORRIDA
179000         THRU 3815-LEER-CORRIDA-EXIT
179100         UNTIL FIN-DE-ENTRADA.
179200
179300     CLOSE ARCH-CORRIDA.
179400
179500 3810-CONTAR-CORRIDA-EXIT.
179600     EXIT.
179700
179800******************************************************************
179900* 3815-LEER-CORRIDA - LEE Y CUENTA UN REGISTRO DEL CONTROL DE
180000* CORRIDAS.
180100******************************************************************
180200 3815-LEER-CORRIDA.
180300
180400     READ ARCH-CORRIDA
180500         AT END
180600             SET FIN-DE-ENTRADA TO TRUE
180700             GO TO 3815-LEER-CORRIDA-EXIT
180800     END-READ.
180900
181000     IF FS-CORRIDA NOT = "00" AND FS-CORRIDA NOT = "06"
181100         DISPLAY "ERROR AL LEER EL CONTROL DE CORRIDAS. ESTADO: "
181200             FS-CORRIDA
181300         MOVE 16 TO RETURN-CODE
181400         STOP RUN.
181500
181600     ADD 1 TO WS-REGISTROS-ARCHIVO.
181700
181800 3815-LEER-CORRIDA-EXIT.
181900     EXIT.
182000
182100******************************************************************
182200* 3820-CARGAR-CORRIDA - VUELVE A GRABAR EL CONTROL DE CORRIDAS
182300* DESDE LA COPIA.
182400******************************************************************
182500 3820-CARGAR-CORRIDA.
182600
182700     OPEN OUTPUT ARCH-CORRIDA.
182800     IF FS-CORRIDA NOT = "00"
182900         DISPLAY "ERROR AL CREAR EL CONTROL DE CORRIDAS. "
183000             "ESTADO: " FS-CORRIDA
183100         MOVE 16 TO RETURN-CODE
183200         STOP RUN.
183300
183400     PERFORM 2900-ABRIR-COPIA THRU 2900-ABRIR-COPIA-EXIT.
183500
183600     PERFORM 3825-GRABAR-CORRIDA
183700         THRU 3825-GRABAR-CORRIDA-EXIT
183800         UNTIL FIN-DE-ENTRADA.
183900
184000     CLOSE ARCH-COPIA.
184100     CLOSE ARCH-CORRIDA.
184200
184300 3820-CARGAR-CORRIDA-EXIT.
184400     EXIT.
184500
184600******************************************************************
184700* 3825-GRABAR-CORRIDA - GRABA EN EL CONTROL DE CORRIDAS UN
184800* REGISTRO DE LA COPIA.
184900******************************************************************
185000 3825-GRABAR-CORRIDA.
185100
185200     PERFORM 2950-LEER-COPIA THRU 2950-LEER-COPIA-EXIT.
185300
185400     IF FIN-DE-ENTRADA
185500         GO TO 3825-GRABAR-CORRIDA-EXIT.
185600
185700     MOVE COP-REG TO CRR-REG.
185800     WRITE CRR-REG.
185900     IF FS-CORRIDA NOT = "00"
186000         DISPLAY "ERROR AL RESTAURAR EL CONTROL DE CORRIDAS. "
186100             "ESTADO: " FS-CORRIDA
186200         MOVE 16 TO RETURN-CODE
186300         STOP RUN.
186400
186500 3825-GRABAR-CORRIDA-EXIT.
186600     EXIT.
186700
186800******************************************************************
186900* 3850-RESTAURAR-CAMBIOS - CUENTA LOS CAMBIOS DE PRECIO A FUTURO
187000* COMO QUEDARON, LOS VUELVE A GRABAR DESDE LA COPIA (O LOS BORRA
187100* SI NO EXISTIAN AL HACER EL RESGUARDO) Y LOS VUELVE A CONTAR.
187200* ASI VUELVEN LOS QUE ACTMAESTRO HABIA ACTIVADO EN LA CADENA.
187300******************************************************************
187400 3850-RESTAURAR-CAMBIOS.
187500
187600     MOVE 6 TO WS-IND-ARCHIVO.
187700
187800     PERFORM 3860-CONTAR-CAMBIOS THRU 3860-CONTAR-CAMBIOS-EXIT.
187900     PERFORM 3900-ANOTAR-ANTES THRU 3900-ANOTAR-ANTES-EXIT.
188000
188100     IF JUEGO-INVALIDO
188200         GO TO 3850-ANOTAR-DESPUES.
188300
188400     IF WS-RST-EXISTE (WS-IND-ARCHIVO) = "S"
188500         PERFORM 3870-CARGAR-CAMBIOS THRU 3870-CARGAR-CAMBIOS-EXIT
188600     ELSE
188700         IF ARCHIVO-EXISTE
188800             DELETE FILE ARCH-CAMBIOS
188900             IF FS-CAMBIOS NOT = "00"
189000                 DISPLAY "ERROR AL BORRAR LOS CAMBIOS DE PRECIO. "
189100                     "ESTADO: " FS-CAMBIOS
189200                 MOVE 16 TO RETURN-CODE
189300                 STOP RUN
189400             END-IF
189500         END-IF.
189600
189700     PERFORM 3860-CONTAR-CAMBIOS THRU 3860-CONTAR-CAMBIOS-EXIT.
189800
189900 3850-ANOTAR-DESPUES.
190000
190100     PERFORM 3950-ANOTAR-DESPUES THRU 3950-ANOTAR-DESPUES-EXIT.
190200
190300 3850-RESTAURAR-CAMBIOS-EXIT.
190400     EXIT.
190500
190600******************************************************************
190700* 3860-CONTAR-CAMBIOS - CUENTA LOS CAMBIOS DE PRECIO A FUTURO. SI
190800* EL ARCHIVO NO EXISTE LO DEJA INDICADO.
190900******************************************************************
191000 3860-CONTAR-CAMBIOS.
191100
191200     MOVE ZERO TO WS-REGISTROS-ARCHIVO.
191300     SET ARCHIVO-EXISTE TO TRUE.
191400
191500     OPEN INPUT ARCH-CAMBIOS.
191600     IF FS-CAMBIOS = "35"
191700         SET ARCHIVO-NO-EXISTE TO TRUE
191800         GO TO 3860-CONTAR-CAMBIOS-EXIT.
191900     IF FS-CAMBIOS NOT = "00"
192000         DISPLAY "ERROR AL ABRIR LOS CAMBIOS DE PRECIO. ESTADO: "
192100             FS-CAMBIOS
192200         MOVE 16 TO RETURN-CODE
192300         STOP RUN.
192400
192500     SET NO-FIN-DE-ENTRADA TO TRUE.
192600
192700     PERFORM 3865-LEER-CAMBIO
192800         THRU 3865-LEER-CAMBIO-EXIT
192900         UNTIL FIN-DE-ENTRADA.
193000
193100     CLOSE ARCH-CAMBIOS.
193200
193300 3860-CONTAR-CAMBIOS-EXIT.
193400     EXIT.
193500
193600******************************************************************
193700* 3865-LEER-CAMBIO - LEE Y CUENTA UN CAMBIO DE PRECIO A FUTURO.
193800******************************************************************
193900 3865-LEER-CAMBIO.
194000
194100     READ ARCH-CAMBIOS
194200         AT END
194300             SET FIN-DE-ENTRADA TO TRUE
194400             GO TO 3865-LEER-CAMBIO-EXIT
194500     END-READ.
194600
194700     IF FS-CAMBIOS NOT = "00" AND FS-CAMBIOS NOT = "06"
194800         DISPLAY "ERROR AL LEER LOS CAMBIOS DE PRECIO. ESTADO: "
194900             FS-CAMBIOS
195000         MOVE 16 TO RETURN-CODE
195100         STOP RUN.
195200
195300     ADD 1 TO WS-REGISTROS-ARCHIVO.
195400
195500 3865-LEER-CAMBIO-EXIT.
195600     EXIT.
195700
195800******************************************************************
195900* 3870-CARGAR-CAMBIOS - VUELVE A GRABAR LOS CAMBIOS DE PRECIO A
196000* FUTURO DESDE LA COPIA.
196100******************************************************************
196200 3870-CARGAR-CAMBIOS.
196300
196400     OPEN OUTPUT ARCH-CAMBIOS.
196500     IF FS-CAMBIOS NOT = "00"
196600         DISPLAY "ERROR AL CREAR LOS CAMBIOS DE PRECIO. ESTADO: "
196700             FS-CAMBIOS
196800         MOVE 16 TO RETURN-CODE
196900         STOP RUN.
197000
197100     PERFORM 2900-ABRIR-COPIA THRU 2900-ABRIR-COPIA-EXIT.
197200
197300     PERFORM 3875-GRABAR-CAMBIO
197400         THRU 3875-GRABAR-CAMBIO-EXIT
197500         UNTIL FIN-DE-ENTRADA.
197600
197700     CLOSE ARCH-COPIA.
197800     CLOSE ARCH-CAMBIOS.
197900
198000 3870-CARGAR-CAMBIOS-EXIT.
198100     EXIT.
198200
198300******************************************************************
198400* 3875-GRABAR-CAMBIO - GRABA EN LOS CAMBIOS DE PRECIO A FUTURO UN
198500* REGISTRO DE LA COPIA.
198600******************************************************************
198700 3875-GRABAR-CAMBIO.
198800
198900     PERFORM 2950-LEER-COPIA THRU 2950-LEER-COPIA-EXIT.
199000
199100     IF FIN-DE-ENTRADA
199200         GO TO 3875-GRABAR-CAMBIO-EXIT.
199300
199400     MOVE COP-REG TO CAM-REG.
199500     WRITE CAM-REG.
199600     IF FS-CAMBIOS NOT = "00"
199700         DISPLAY "ERROR AL RESTAURAR LOS CAMBIOS DE PRECIO. "
199800             "ESTADO: " FS-CAMBIOS
199900         MOVE 16 TO RETURN-CODE
200000         STOP RUN.
200100
200200 3875-GRABAR-CAMBIO-EXIT.
200300     EXIT.
200400
200500******************************************************************
200600* 3900-ANOTAR-ANTES - GUARDA LOS REGISTROS DEL ARCHIVO EN CURSO
200700* ANTES DE RESTAURARLO Y SI EXISTIA.
200800******************************************************************
200900 3900-ANOTAR-ANTES.
201000
201100     MOVE WS-REGISTROS-ARCHIVO TO WS-RST-ANTES (WS-IND-ARCHIVO).
201200     MOVE WS-SW-EXISTE         TO WS-RST-HABIA (WS-IND-ARCHIVO).
201300
201400 3900-ANOTAR-ANTES-EXIT.
201500     EXIT.
201600
201700******************************************************************
201800* 3950-ANOTAR-DESPUES - GUARDA LOS REGISTROS DEL ARCHIVO EN CURSO
201900* DESPUES DE RESTAURARLO Y DECIDE SU ESTADO: RESTAURADO SI
202000* QUEDO CON LOS REGISTROS DEL RESGUARDO, ELIMINADO SI NO EXISTIA
202100* AL HACER EL RESGUARDO, DIFERENCIA EN CUALQUIER OTRO CASO.
202200******************************************************************
202300 3950-ANOTAR-DESPUES.
202400
202500     MOVE WS-REGISTROS-ARCHIVO TO WS-RST-DESPUES (WS-IND-ARCHIVO).
202600
202700     IF JUEGO-INVALIDO
202800         IF WS-RST-ESTADO (WS-IND-ARCHIVO) = SPACES
202900             MOVE "SIN RESTAURAR"
203000                 TO WS-RST-ESTADO (WS-IND-ARCHIVO)
203100         END-IF
203200         GO TO 3950-ANOTAR-DESPUES-EXIT.
203300
203400     IF WS-RST-EXISTE (WS-IND-ARCHIVO) = "S"
203500         IF ARCHIVO-EXISTE AND WS-RST-DESPUES (WS-IND-ARCHIVO) =
203600                 WS-RST-REGISTROS (WS-IND-ARCHIVO)
203700             MOVE "RESTAURADO" TO WS-RST-ESTADO (WS-IND-ARCHIVO)
203800             ADD 1 TO WS-TOTAL-RESTAURADOS
203900             ADD WS-REGISTROS-ARCHIVO TO WS-TOTAL-REGISTROS
204000         ELSE
204100             MOVE "DIFERENCIA" TO WS-RST-ESTADO (WS-IND-ARCHIVO)
204200             ADD 1 TO WS-TOTAL-DIFERENCIAS
204300         END-IF
204400         GO TO 3950-ANOTAR-DESPUES-EXIT.
204500
204600     IF ARCHIVO-EXISTE
204700         MOVE "DIFERENCIA" TO WS-RST-ESTADO (WS-IND-ARCHIVO)
204800         ADD 1 TO WS-TOTAL-DIFERENCIAS
204900         GO TO 3950-ANOTAR-DESPUES-EXIT.
205000
205100     IF WS-RST-HABIA (WS-IND-ARCHIVO) = "S"
205200         MOVE "ELIMINADO" TO WS-RST-ESTADO (WS-IND-ARCHIVO)
205300         ADD 1 TO WS-TOTAL-ELIMINADOS
205400     ELSE
205500         MOVE "SIN ARCHIVO" TO WS-RST-ESTADO (WS-IND-ARCHIVO).
205600
205700 3950-ANOTAR-DESPUES-EXIT.
205800     EXIT.
205900
206000******************************************************************
206100* 4000-REINICIAR-CADENA - VACIA EL ESTADO DE LA CADENA DIARIA. LOS
206200* PASOS QUE HABIAN TERMINADO TRABAJARON SOBRE ARCHIVOS QUE YA NO
206300* ESTAN: LA PROXIMA CORRIDA DE CADENADIARIA TIENE QUE SER UNA
206400* CADENA NUEVA Y NO LA REANUDACION DE LA CORTADA.
206500******************************************************************
206600 4000-REINICIAR-CADENA.
206700
206800     OPEN OUTPUT ARCH-ESTADO.
206900     IF FS-ESTADO NOT = "00"
207000         DISPLAY "ERROR AL VACIAR EL ESTADO DE LA CADENA. "
207100             "ESTADO: " FS-ESTADO
207200         MOVE 16 TO RETURN-CODE
207300         STOP RUN.
207400
207500     CLOSE ARCH-ESTADO.
207600
207700 4000-REINICIAR-CADENA-EXIT.
207800     EXIT.
207900
208000******************************************************************
208100* 5000-IMPRIMIR-RESULTADO - IMPRIME UN RENGLON POR ARCHIVO CON LOS
208200* REGISTROS DEL RESGUARDO, LOS DE ANTES, LOS DE DESPUES Y EL
208300* ESTADO EN QUE QUEDO.
208400******************************************************************
208500 5000-IMPRIMIR-RESULTADO.
208600
208700     PERFORM 5100-IMPRIMIR-ARCHIVO
208800         THRU 5100-IMPRIMIR-ARCHIVO-EXIT
208900         VARYING WS-IND-ARCHIVO FROM 1 BY 1
209000         UNTIL WS-IND-ARCHIVO > WS-CANT-ARCHIVOS.
209100
209200     WRITE LINEA-LISTADO FROM LIN-BLANCO.
209300
209400     IF JUEGO-INVALIDO
209500         WRITE LINEA-LISTADO FROM LIN-JUEGO-INVALIDO
209600     ELSE
209700         WRITE LINEA-LISTADO FROM LIN-CADENA-REINICIADA.
209800
209900 5000-IMPRIMIR-RESULTADO-EXIT.
210000     EXIT.
210100
210200******************************************************************
210300* 5100-IMPRIMIR-ARCHIVO - IMPRIME EL RENGLON DE UN ARCHIVO.
210400******************************************************************
210500 5100-IMPRIMIR-ARCHIVO.
210600
210700     MOVE WS-NOM-ARCHIVO (WS-IND-ARCHIVO)   TO LD-ARCHIVO.
210800     MOVE WS-RST-REGISTROS (WS-IND-ARCHIVO) TO LD-RESGUARDO.
210900     MOVE WS-RST-ANTES (WS-IND-ARCHIVO)     TO LD-ANTES.
211000     MOVE WS-RST-DESPUES (WS-IND-ARCHIVO)   TO LD-DESPUES.
211100     MOVE WS-RST-ESTADO (WS-IND-ARCHIVO)    TO LD-ESTADO.
211200
211300     WRITE LINEA-LISTADO FROM LIN-DETALLE.
211400
211500     DISPLAY LD-ARCHIVO " ANTES " LD-ANTES " DESPUES " LD-DESPUES
211600         " " LD-ESTADO.
211700
211800 5100-IMPRIMIR-ARCHIVO-EXIT.
211900     EXIT.
212000
212100******************************************************************
212200* 7500-AUDITAR-RESTAURACION - DEJA EN LA AUDITORIA LA RESTAURACION
212300* HECHA: JUEGO, TOTAL DE REGISTROS RESTAURADOS Y LA CORRIDA QUE
212400* VUELVE A QUEDAR VIGENTE. UN JUEGO INCOMPLETO QUEDA RECHAZADO,
212500* SIN REGISTROS RESTAURADOS.
212600******************************************************************
212700 7500-AUDITAR-RESTAURACION.
212800
212900     ACCEPT WS-HORA-CORRIDA FROM TIME.
213000
213100     MOVE WS-FECHA-CORRIDA   TO AUD-FECHA.
213200     MOVE WS-HORA-CORRIDA    TO AUD-HORA.
213300     MOVE WS-OPERADOR        TO AUD-OPERADOR.
213400     MOVE WS-MAN-JUEGO       TO AUD-NUMERO.
213500     MOVE "REST "            TO AUD-ENTRADA.
213600     MOVE WS-MAN-CORRIDA     TO AUD-CORRIDA.
213700     MOVE SPACES             TO AUD-ORIGEN.
213800
213900     IF JUEGO-VALIDO
214000         MOVE "RESTAURADO"       TO AUD-ESTADO
214100         MOVE WS-TOTAL-REGISTROS TO AUD-RESULTADO
214200     ELSE
214300         MOVE "RECHAZADO "       TO AUD-ESTADO
214400         MOVE ZERO               TO AUD-RESULTADO.
214500
214600     OPEN EXTEND ARCH-AUDITORIA.
214700     IF FS-AUDITORIA = "35"
214800         OPEN OUTPUT ARCH-AUDITORIA.
214900     IF FS-AUDITORIA NOT = "00" AND FS-AUDITORIA NOT = "05"
215000         DISPLAY "ERROR AL ABRIR LA AUDITORIA. ESTADO: "
215100             FS-AUDITORIA
215200         MOVE 16 TO RETURN-CODE
215300         STOP RUN.
215400
215500     PERFORM 9100-SELLAR-AUDITORIA
215600         THRU 9100-SELLAR-AUDITORIA-EXIT.
215700     WRITE AUD-REG.
215800     PERFORM 9170-GUARDAR-SELLO THRU 9170-GUARDAR-SELLO-EXIT.
215900
216000     IF FS-AUDITORIA NOT = "00"
216100         DISPLAY "ERROR AL GRABAR LA AUDITORIA. ESTADO: "
216200             FS-AUDITORIA
216300         MOVE 16 TO RETURN-CODE
216400         STOP RUN.
216500
216600     CLOSE ARCH-AUDITORIA.
216700
216800 7500-AUDITAR-RESTAURACION-EXIT.
216900     EXIT.
217000
217100******************************************************************
217200* 8000-FINALIZAR - IMPRIME LOS TOTALES DE LA RESTAURACION Y CIERRA
217300* EL LISTADO.
217400******************************************************************
217500 8000-FINALIZAR.
217600
217700     WRITE LINEA-LISTADO FROM LIN-BLANCO.
217800
217900     MOVE "ARCHIVOS RESTAURADOS.......: " TO LT-CONCEPTO.
218000     MOVE WS-TOTAL-RESTAURADOS TO LT-CIFRA.
218100     WRITE LINEA-LISTADO FROM LIN-TOTAL.
218200
218300     MOVE "ARCHIVOS ELIMINADOS........: " TO LT-CONCEPTO.
218400     MOVE WS-TOTAL-ELIMINADOS TO LT-CIFRA.
218500     WRITE LINEA-LISTADO FROM LIN-TOTAL.
218600
218700     MOVE "ARCHIVOS CON DIFERENCIA....: " TO LT-CONCEPTO.
218800     MOVE WS-TOTAL-DIFERENCIAS TO LT-CIFRA.
218900     WRITE LINEA-LISTADO FROM LIN-TOTAL.
219000
219100     MOVE "REGISTROS RESTAURADOS......: " TO LT-CONCEPTO.
219200     MOVE WS-TOTAL-REGISTROS TO LT-CIFRA.
219300     WRITE LINEA-LISTADO FROM LIN-TOTAL.
219400
219500     DISPLAY "ARCHIVOS RESTAURADOS.......: " WS-TOTAL-RESTAURADOS.
219600     DISPLAY "ARCHIVOS ELIMINADOS........: " WS-TOTAL-ELIMINADOS.
219700     DISPLAY "ARCHIVOS CON DIFERENCIA....: " WS-TOTAL-DIFERENCIAS.
219800     DISPLAY "REGISTROS RESTAURADOS......: " WS-TOTAL-REGISTROS.
219900
220000     CLOSE LISTADO.
220100
220200 8000-FINALIZAR-EXIT.
220300     EXIT.
220400
220500******************************************************************
220600* 9100-SELLAR-AUDITORIA - NUMERA EL REGISTRO DE AUDITORIA YA
220700* ARMADO CON LA SECUENCIA SIGUIENTE Y LE CALCULA EL VERIFICADOR
220800* ENCADENADO CON EL DEL REGISTRO ANTERIOR. LA ULTIMA SECUENCIA Y
220900* EL ULTIMO VERIFICADOR SALEN DEL CONTROL DE SELLADO, COMUN A
221000* TODOS LOS PROGRAMAS QUE GRABAN AUDITORIA.
221100******************************************************************
221200 9100-SELLAR-AUDITORIA.
221300
221400     IF SELLO-NO-CARGADO
221500         PERFORM 9110-CARGAR-SELLO THRU 9110-CARGAR-SELLO-EXIT.
221600
221700     ADD 1 TO WS-SELLO-SECUENCIA.
221800     MOVE WS-SELLO-SECUENCIA TO AUD-SECUENCIA.
221900     MOVE ZERO               TO AUD-VERIFICADOR.
222000     MOVE AUD-REG            TO WS-SELLO-REGISTRO.
222100
222200     PERFORM 9150-ACUMULAR-CARACTER
222300         THRU 9150-ACUMULAR-CARACTER-EXIT
222400         VARYING WS-SELLO-IND FROM 1 BY 1
222500         UNTIL WS-SELLO-IND > WS-SELLO-LARGO.
222600
222700     MOVE WS-SELLO-VERIFICADOR TO AUD-VERIFICADOR.
222800
222900 9100-SELLAR-AUDITORIA-EXIT.
223000     EXIT.
223100
223200******************************************************************
223300* 9110-CARGAR-SELLO - LEE DEL CONTROL DE SELLADO LA ULTIMA
223400* SECUENCIA Y EL ULTIMO VERIFICADOR. SIN CONTROL EL SELLADO
223500* EMPIEZA DE CERO Y LA FECHA DEL REGISTRO QUEDA COMO INICIO DEL
223600* RASTRO SELLADO.
223700******************************************************************
223800 9110-CARGAR-SELLO.
223900
224000     MOVE ZERO      TO WS-SELLO-SECUENCIA.
224100     MOVE ZERO      TO WS-SELLO-VERIFICADOR.
224200     MOVE AUD-FECHA TO WS-SELLO-FECHA-INICIO.
224300     SET SELLO-CARGADO TO TRUE.
224400
224500     OPEN INPUT ARCH-SECUENCIA-AUD.
224600     IF FS-SECUENCIA-AUD = "35"
224700         GO TO 9110-CARGAR-SELLO-EXIT.
224800     IF FS-SECUENCIA-AUD NOT = "00"
224900         DISPLAY "ERROR AL ABRIR EL CONTROL DE SELLADO. ESTADO: "
225000             FS-SECUENCIA-AUD
225100         MOVE 16 TO RETURN-CODE
225200         STOP RUN.
225300
225400     READ ARCH-SECUENCIA-AUD
225500         AT END
225600             CLOSE ARCH-SECUENCIA-AUD
225700             GO TO 9110-CARGAR-SELLO-EXIT
225800     END-READ.
225900
226000     IF FS-SECUENCIA-AUD NOT = "00"
226100         DISPLAY "ERROR AL LEER EL CONTROL DE SELLADO. ESTADO: "
226200             FS-SECUENCIA-AUD
226300         MOVE 16 TO RETURN-CODE
226400         STOP RUN.
226500
226600     MOVE ASC-SECUENCIA    TO WS-SELLO-SECUENCIA.
226700     MOVE ASC-VERIFICADOR  TO WS-SELLO-VERIFICADOR.
226800     MOVE ASC-FECHA-INICIO TO WS-SELLO-FECHA-INICIO.
226900
227000     CLOSE ARCH-SECUENCIA-AUD.
227100
227200 9110-CARGAR-SELLO-EXIT.
227300     EXIT.
227400
227500******************************************************************
227600* 9150-ACUMULAR-CARACTER - SUMA UN CARACTER DEL REGISTRO AL
227700* VERIFICADOR: EL ACUMULADO POR 31 MAS EL VALOR DEL CARACTER,
227800* MODULO 999999937. SE RECORREN LOS 87 PRIMEROS CARACTERES, TODO
227900* EL REGISTRO MENOS EL PROPIO VERIFICADOR.
228000******************************************************************
228100 9150-ACUMULAR-CARACTER.
228200
228300     MOVE WS-SELLO-CAR (WS-SELLO-IND) TO WS-SELLO-CARACTER.
228400     COMPUTE WS-SELLO-ACUMULADO =
228500         WS-SELLO-VERIFICADOR * 31 + WS-SELLO-VALOR.
228600     DIVIDE WS-SELLO-ACUMULADO BY 999999937
228700         GIVING WS-SELLO-COCIENTE REMAINDER WS-SELLO-VERIFICADOR.
228800
228900 9150-ACUMULAR-CARACTER-EXIT.
229000     EXIT.
229100
229200******************************************************************
229300* 9170-GUARDAR-SELLO - DEJA EN EL CONTROL DE SELLADO LA SECUENCIA
229400* Y EL VERIFICADOR DEL REGISTRO RECIEN GRABADO. SI LA GRABACION DE
229500* LA AUDITORIA FALLO EL NUMERO NO SE CONSUME: EL CONTROL SE VUELVE
229600* A LEER PARA EL PROXIMO REGISTRO.
229700******************************************************************
229800 9170-GUARDAR-SELLO.
229900
230000     IF FS-AUDITORIA NOT = "00"
230100         SET SELLO-NO-CARGADO TO TRUE
230200         GO TO 9170-GUARDAR-SELLO-EXIT.
230300
230400     OPEN OUTPUT ARCH-SECUENCIA-AUD.
230500     IF FS-SECUENCIA-AUD NOT = "00"
230600         DISPLAY "ERROR AL REGRABAR EL CONTROL DE SELLADO. "
230700             "ESTADO: " FS-SECUENCIA-AUD
230800         MOVE 16 TO RETURN-CODE
230900         STOP RUN.
231000
231100     MOVE WS-SELLO-SECUENCIA    TO ASC-SECUENCIA.
231200     MOVE WS-SELLO-VERIFICADOR  TO ASC-VERIFICADOR.
231300     MOVE WS-SELLO-FECHA-INICIO TO ASC-FECHA-INICIO.
231400     WRITE ASC-REG.
231500     IF FS-SECUENCIA-AUD NOT = "00"
231600         DISPLAY "ERROR AL GRABAR EL CONTROL DE SELLADO. ESTADO: "
231700             FS-SECUENCIA-AUD
231800         MOVE 16 TO RETURN-CODE
231900         STOP RUN.
232000
232100     CLOSE ARCH-SECUENCIA-AUD.
232200
232300 9170-GUARDAR-SELLO-EXIT.
232400     EXIT.
232500
232600 END PROGRAM RESTRESGUARDO.
