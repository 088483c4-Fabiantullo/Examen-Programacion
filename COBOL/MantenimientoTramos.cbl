000100******************************************************************
000200* AUTHOR.     J. FERNANDEZ.
000300* INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400* DATE-WRITTEN. 2026-10-14.
000500* DATE-COMPILED.
000600* PURPOSE.    MANTENIMIENTO DE LOS TRAMOS DE PRECIO POR VOLUMEN.
000700*             APLICA UN ARCHIVO DE TRANSACCIONES DE ALTAS,
000800*             CAMBIOS Y BAJAS SOBRE EL ARCHIVO INDEXADO DE TRAMOS
000900*             (CODIGO DE ARTICULO Y CANTIDAD DESDE LA QUE RIGE
001000*             CADA PRECIO) E IMPRIME UN LISTADO DE ACTUALIZACION
001100*             CON CADA TRANSACCION APLICADA, DIFERIDA O
001200*             RECHAZADA Y SU MOTIVO, SEGUIDO DE LA TABLA DE
001300*             TRAMOS COMO QUEDO. UN PRECIO CON FECHA DE VIGENCIA
001400*             FUTURA NO PISA EL VIGENTE: QUEDA EN EL TRAMO COMO
001500*             PROXIMO PRECIO Y LA MULTIPLICACION LO TOMA DESDE
001600*             ESA FECHA.
001700* TECTONICS.  COBC.
001800*-----------------------------------------------------------*
001900* MODIFICATION HISTORY.
002000* -----------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 2026-10-14 JFR   PROGRAMA ORIGINAL. HASTA AHORA LOS PRECIOS POR
002300*                  VOLUMEN SE CORREGIAN A MANO SOBRE EL REPORTE DE
002400*                  LA MULTIPLICACION.
002401* 2026-10-14 JFR   EL REGISTRO DE AUTORIZACIONES LLEVA EL PERMISO
002402*                  DE RESGUARDO Y RESTAURACION DE LOS ARCHIVOS DE
002403*                  LA CADENA (REGISTRO DE 25).
002404* 2026-10-14 JFR   LA FECHA DE VIGENCIA SE VALIDA CONTRA EL
002405*                  CALENDARIO Y UN CAMBIO QUE PISA UN PROXIMO
002406*                  PRECIO PENDIENTE MUESTRA EN EL LISTADO EL QUE
002407*                  SE ANULA.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. MANTTRAMOS.
002800 AUTHOR. J. FERNANDEZ.
002900 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003000 DATE-WRITTEN. 2026-10-14.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600
003700     SELECT ARCH-TRANSACCIONES ASSIGN TO TRANSTRAMO
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FS-TRANSACCIONES.
004000
004100     SELECT ARCH-TRAMOS ASSIGN TO TRAMOSPRECIO
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS TPR-CLAVE
004500         FILE STATUS IS FS-TRAMOS.
004600
004700     SELECT MAESTRO-ARTICULOS ASSIGN TO MAESTRO
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS ART-CODIGO
005100         FILE STATUS IS FS-MAESTRO.
005200
005300     SELECT LISTADO ASSIGN TO LISTTRAMOS
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FS-LISTADO.
005600
005700     SELECT ARCH-AUTORIZA ASSIGN TO AUTORIZACIONES
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FS-AUTORIZA.
006000
006100     SELECT ARCH-AUDITORIA ASSIGN TO AUDITORIA
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS FS-AUDITORIA.
006400
006500     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS CAL-FECHA
006900         FILE STATUS IS FS-CALENDARIO.
007000
007100     SELECT ARCH-SECUENCIA-AUD ASSIGN TO AUDSECCTL
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS FS-SECUENCIA-AUD.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700
007800 FD  ARCH-TRANSACCIONES
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 28 CHARACTERS.
008100 01  TRT-REG.
008200     05  TRT-TIPO                   PIC X(01).
008300         88  TRT-ALTA                          VALUE 'A'.
008400         88  TRT-CAMBIO                        VALUE 'M'.
008500         88  TRT-BAJA                          VALUE 'B'.
008600     05  TRT-CODIGO                 PIC X(04).
008700     05  TRT-DESDE                  PIC X(08).
008800     05  TRT-DESDE-NUM REDEFINES TRT-DESDE
008900                                    PIC 9(08).
009000     05  TRT-PRECIO                 PIC X(07).
009100     05  TRT-PRECIO-NUM REDEFINES TRT-PRECIO
009200                                    PIC 9(05)V99.
009300     05  TRT-FECHA-EFECTIVA         PIC X(08).
009400     05  TRT-FECHA-EFECTIVA-NUM REDEFINES TRT-FECHA-EFECTIVA
009500                                    PIC 9(08).
009600
009700******************************************************************
009800* TRAMOS DE PRECIO POR VOLUMEN: DESDE TPR-DESDE UNIDADES EL
009900* RENGLON DEL ARTICULO SE VALORIZA A TPR-PRECIO, VIGENTE DESDE
010000* TPR-FECHA-VIGENCIA. TPR-PRECIO-PROX, SI NO ES CERO, REEMPLAZA
010100* AL VIGENTE DESDE TPR-FECHA-PROX.
010200******************************************************************
010300 FD  ARCH-TRAMOS
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 44 CHARACTERS.
010600 01  TPR-REG.
010700     05  TPR-CLAVE.
010800         10  TPR-CODIGO             PIC X(04).
010900         10  TPR-DESDE              PIC 9(08).
011000     05  TPR-PRECIO                 PIC 9(05)V99.
011100     05  TPR-FECHA-VIGENCIA         PIC 9(08).
011200     05  TPR-PRECIO-PROX            PIC 9(05)V99.
011300     05  TPR-FECHA-PROX             PIC 9(08).
011400     05  FILLER                     PIC X(02).
011500
011600 FD  MAESTRO-ARTICULOS
011700     LABEL RECORDS ARE STANDARD
011800     RECORD CONTAINS 53 CHARACTERS.
011900 01  ART-REG.
012000     05  ART-CODIGO                 PIC X(04).
012100     05  ART-DESCRIPCION            PIC X(30).
012200     05  ART-CANTIDAD-BASE          PIC 9(04).
012300     05  ART-PRECIO-UNITARIO        PIC 9(05)V99.
012400     05  ART-RANGO-BAJO             PIC 9(04).
012500     05  ART-RANGO-ALTO             PIC 9(04).
012600
012700 FD  LISTADO
012800     LABEL RECORDS ARE STANDARD
012900     RECORD CONTAINS 80 CHARACTERS.
013000 01  LINEA-LISTADO                  PIC X(80).
013100
013200 FD  ARCH-AUTORIZA
013300     LABEL RECORDS ARE STANDARD
013400     RECORD CONTAINS 25 CHARACTERS.
013500 01  AUT-REG.
013600     05  AUT-OPERADOR               PIC X(20).
013700     05  AUT-MANTENIMIENTO          PIC X(01).
013800     05  AUT-LIBERACION             PIC X(01).
013900     05  AUT-DIVISION               PIC X(01).
014000     05  AUT-DEPURACION             PIC X(01).
014001     05  AUT-RESGUARDO              PIC X(01).
014100
014200 FD  ARCH-AUDITORIA
014300     LABEL RECORDS ARE STANDARD
014400     RECORD CONTAINS 96 CHARACTERS.
014500 01  AUD-REG.
014600     05  AUD-FECHA                  PIC 9(08).
014700     05  AUD-HORA                   PIC 9(08).
014800     05  AUD-OPERADOR               PIC X(20).
014900     05  AUD-ESTADO                 PIC X(10).
015000     05  AUD-NUMERO                 PIC 9(04).
015100     05  AUD-RESULTADO              PIC 9(08).
015200     05  AUD-ENTRADA                PIC X(05).
015300     05  AUD-CORRIDA                PIC 9(06).
015400     05  AUD-ORIGEN                 PIC X(10).
015500     05  AUD-SECUENCIA              PIC 9(08).
015600     05  AUD-VERIFICADOR            PIC 9(09).
015700
015800******************************************************************
015900* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
016000******************************************************************
016100 FD  ARCH-CALENDARIO
016200     LABEL RECORDS ARE STANDARD
016300     RECORD CONTAINS 40 CHARACTERS.
016400 01  CAL-REG.
016500     05  CAL-FECHA                  PIC 9(08).
016600     05  CAL-DESCRIPCION            PIC X(30).
016700     05  FILLER                     PIC X(02).
016800
016900******************************************************************
017000* CONTROL DE SELLADO DE LA AUDITORIA: ULTIMA SECUENCIA GRABADA, SU
017100* VERIFICADOR Y LA FECHA EN QUE EMPEZO EL RASTRO SELLADO
017200******************************************************************
017300 FD  ARCH-SECUENCIA-AUD
017400     LABEL RECORDS ARE STANDARD
017500     RECORD CONTAINS 25 CHARACTERS.
017600 01  ASC-REG.
017700     05  ASC-SECUENCIA              PIC 9(08).
017800     05  ASC-VERIFICADOR            PIC 9(09).
017900     05  ASC-FECHA-INICIO           PIC 9(08).
018000
018100 WORKING-STORAGE SECTION.
018200
018300******************************************************************
018400* SWITCHES DE CONTROL DEL PROGRAMA
018500******************************************************************
018600 77  WS-SW-FIN-TRANSACCIONES     PIC X(01) VALUE 'N'.
018700     88  FIN-DE-TRANSACCIONES              VALUE 'S'.
018800     88  NO-FIN-DE-TRANSACCIONES           VALUE 'N'.
018900 77  WS-SW-TRANS-APLICADA        PIC X(01) VALUE 'R'.
019000     88  TRANS-APLICADA                    VALUE 'S'.
019100     88  TRANS-DIFERIDA                    VALUE 'D'.
019200     88  TRANS-RECHAZADA                   VALUE 'R'.
019300 77  WS-SW-AUTORIZADO            PIC X(01) VALUE 'S'.
019400     88  OPERADOR-AUTORIZADO               VALUE 'S'.
019500     88  OPERADOR-NO-AUTORIZADO            VALUE 'N'.
019600 77  WS-SW-FIN-AUTORIZA          PIC X(01) VALUE 'N'.
019700     88  FIN-DE-AUTORIZA                   VALUE 'S'.
019800     88  NO-FIN-DE-AUTORIZA                VALUE 'N'.
019900 77  WS-SW-FIN-TRAMOS            PIC X(01) VALUE 'N'.
020000     88  FIN-DE-TRAMOS                     VALUE 'S'.
020100     88  NO-FIN-DE-TRAMOS                  VALUE 'N'.
020200 77  WS-SW-MAESTRO               PIC X(01) VALUE 'S'.
020300     88  MAESTRO-DISPONIBLE                VALUE 'S'.
020400     88  MAESTRO-NO-DISPONIBLE             VALUE 'N'.
020500 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
020600     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
020700     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
020800 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
020900     88  DIA-HABIL                         VALUE 'S'.
021000     88  DIA-NO-HABIL                      VALUE 'N'.
021100 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
021200     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
021300     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
021400 77  WS-SW-SELLO                 PIC X(01) VALUE 'N'.
021500     88  SELLO-CARGADO                     VALUE 'S'.
021600     88  SELLO-NO-CARGADO                  VALUE 'N'.
021601 77  WS-SW-PROX-REEMPLAZADO      PIC X(01) VALUE 'N'.
021602     88  PROX-REEMPLAZADO                  VALUE 'S'.
021603     88  PROX-NO-REEMPLAZADO               VALUE 'N'.
021700
021800******************************************************************
021900* CODIGOS DE ESTADO DE ARCHIVOS
022000******************************************************************
022100 77  FS-TRANSACCIONES            PIC X(02) VALUE SPACES.
022200 77  FS-TRAMOS                   PIC X(02) VALUE SPACES.
022300 77  FS-MAESTRO                  PIC X(02) VALUE SPACES.
022400 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
022500 77  FS-AUTORIZA                 PIC X(02) VALUE SPACES.
022600 77  FS-AUDITORIA                PIC X(02) VALUE SPACES.
022700 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
022800 77  FS-SECUENCIA-AUD            PIC X(02) VALUE SPACES.
022900
023000******************************************************************
023100* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
023200* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
023300* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
023400* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
023500******************************************************************
023600 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
023700 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
023800 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
023900 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
024000 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
024100
024200******************************************************************
024300* SELLADO DE LA AUDITORIA: CADA REGISTRO LLEVA UNA SECUENCIA
024400* CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL DEL REGISTRO
024500* ANTERIOR. EL VALOR DE CADA CARACTER SE TOMA REDEFINIENDO COMO
024600* BINARIO UN PAR DE BYTES CUYO PRIMER BYTE VALE CERO.
024700******************************************************************
024800 77  WS-SELLO-SECUENCIA          PIC 9(08) VALUE ZERO.
024900 77  WS-SELLO-VERIFICADOR        PIC 9(09) VALUE ZERO.
025000 77  WS-SELLO-FECHA-INICIO       PIC 9(08) VALUE ZERO.
025100 77  WS-SELLO-ACUMULADO          PIC 9(11) VALUE ZERO COMP.
025200 77  WS-SELLO-COCIENTE           PIC 9(11) VALUE ZERO COMP.
025300 77  WS-SELLO-IND                PIC 9(04) VALUE ZERO COMP.
025400 77  WS-SELLO-LARGO              PIC 9(04) VALUE 87 COMP.
025500 01  WS-SELLO-REGISTRO.
025600     05  WS-SELLO-CAR            PIC X(01) OCCURS 96 TIMES.
025700 01  WS-SELLO-PAR.
025800     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
025900     05  WS-SELLO-CARACTER       PIC X(01) VALUE LOW-VALUE.
026000 01  WS-SELLO-VALOR REDEFINES WS-SELLO-PAR
026100                                 PIC 9(04) COMP.
026200
026300******************************************************************
026400* CONTADORES DE CONTROL DE LA CORRIDA
026500******************************************************************
026600 77  WS-TOTAL-LEIDAS             PIC 9(06) VALUE ZERO COMP.
026700 77  WS-TOTAL-APLICADAS          PIC 9(06) VALUE ZERO COMP.
026800 77  WS-TOTAL-DIFERIDAS          PIC 9(06) VALUE ZERO COMP.
026900 77  WS-TOTAL-RECHAZADAS         PIC 9(06) VALUE ZERO COMP.
027000 77  WS-TOTAL-TRAMOS             PIC 9(06) VALUE ZERO COMP.
027100
027200******************************************************************
027300* CAMPOS DE TRABAJO
027400******************************************************************
027500 77  WS-MOTIVO-RECHAZO           PIC X(23) VALUE SPACES.
027600 77  WS-OPERADOR                 PIC X(20) VALUE SPACES.
027700 77  WS-HORA-CORRIDA             PIC 9(08) VALUE ZERO.
027800 77  WS-FECHA-EFECTIVA           PIC 9(08) VALUE ZERO.
027801 77  WS-ESTADO-FECHA             PIC 9(08) VALUE ZERO.
027802 77  WS-PROX-ANTERIOR            PIC 9(05)V99 VALUE ZERO.
027803 77  WS-FECHA-PROX-ANTERIOR      PIC 9(08) VALUE ZERO.
027900
028000******************************************************************
028100* CONTROL DEL LISTADO IMPRESO
028200******************************************************************
028300 77  WS-NUMERO-PAGINA            PIC 9(03) VALUE ZERO COMP.
028400 77  WS-LINEAS-EN-PAGINA         PIC 9(03) VALUE ZERO COMP.
028500 77  WS-MAX-LINEAS-PAGINA        PIC 9(03) VALUE 50 COMP.
028501 77  WS-LINEAS-RENGLON           PIC 9(03) VALUE ZERO COMP.
028600
028700 01  WS-FECHA-CORRIDA.
028800     05  WS-FC-ANIO              PIC 9(04).
028900     05  WS-FC-MES               PIC 9(02).
029000     05  WS-FC-DIA               PIC 9(02).
029100 01  WS-FECHA-CORRIDA-NUM REDEFINES WS-FECHA-CORRIDA
029200                                 PIC 9(08).
029300
029400 01  LIN-BLANCO                  PIC X(80) VALUE SPACES.
029500
029600 01  LIN-ENCABEZADO-1.
029700     05  FILLER                  PIC X(26) VALUE
029800             "MANTENIMIENTO DE TRAMOS DE".
029900     05  FILLER                  PIC X(13) VALUE " PRECIO".
030000     05  FILLER                  PIC X(07) VALUE "FECHA: ".
030100     05  LE1-DIA                 PIC 99.
030200     05  FILLER                  PIC X(01) VALUE "/".
030300     05  LE1-MES                 PIC 99.
030400     05  FILLER                  PIC X(01) VALUE "/".
030500     05  LE1-ANIO                PIC 9999.
030600     05  FILLER                  PIC X(10) VALUE SPACES.
030700     05  FILLER                  PIC X(07) VALUE "PAGINA ".
030800     05  LE1-PAGINA              PIC ZZ9.
030900     05  FILLER                  PIC X(04) VALUE SPACES.
031000
031100 01  LIN-ENCABEZADO-2.
031200     05  FILLER                  PIC X(01) VALUE SPACE.
031300     05  FILLER                  PIC X(04) VALUE "TIPO".
031400     05  FILLER                  PIC X(01) VALUE SPACE.
031500     05  FILLER                  PIC X(06) VALUE "COD.".
031600     05  FILLER                  PIC X(10) VALUE "DESDE".
031700     05  FILLER                  PIC X(09) VALUE "PRECIO".
031800     05  FILLER                  PIC X(10) VALUE "VIGENCIA".
031900     05  FILLER                  PIC X(10) VALUE "ESTADO".
032000     05  FILLER                  PIC X(29) VALUE "MOTIVO".
032100
032200 01  LIN-DETALLE-MANT.
032300     05  FILLER                  PIC X(02) VALUE SPACES.
032400     05  LM-TIPO                 PIC X(01).
032500     05  FILLER                  PIC X(03) VALUE SPACES.
032600     05  LM-CODIGO               PIC X(04).
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  LM-DESDE                PIC X(08).
032900     05  FILLER                  PIC X(02) VALUE SPACES.
033000     05  LM-PRECIO               PIC X(07).
033100     05  FILLER                  PIC X(02) VALUE SPACES.
033200     05  LM-FECHA                PIC X(08).
033300     05  FILLER                  PIC X(02) VALUE SPACES.
033400     05  LM-ESTADO               PIC X(09).
033500     05  FILLER                  PIC X(01) VALUE SPACE.
033600     05  LM-MOTIVO               PIC X(23).
033700     05  FILLER                  PIC X(06) VALUE SPACES.
033701
033702 01  LIN-PROX-REEMPLAZADO.
033703     05  FILLER                  PIC X(12) VALUE SPACES.
033704     05  FILLER                  PIC X(24) VALUE
033705             "ANULA EL PROXIMO PRECIO ".
033706     05  LPR-PRECIO              PIC ZZ,ZZ9.99.
033707     05  FILLER                  PIC X(07) VALUE " DESDE ".
033708     05  LPR-FECHA               PIC 9999/99/99.
033709     05  FILLER                  PIC X(18) VALUE SPACES.
033800
033900 01  LIN-TITULO-TABLA.
034000     05  FILLER                  PIC X(33) VALUE
034100             "TABLA DE TRAMOS VIGENTE DESPUES D".
034200     05  FILLER                  PIC X(47) VALUE
034300             "E LA ACTUALIZACION".
034400
034500 01  LIN-ENCABEZADO-TABLA.
034600     05  FILLER                  PIC X(06) VALUE SPACES.
034700     05  FILLER                  PIC X(07) VALUE "COD.".
034800     05  FILLER                  PIC X(08) VALUE "   DESDE".
034900     05  FILLER                  PIC X(03) VALUE SPACES.
035000     05  FILLER                  PIC X(09) VALUE "   PRECIO".
035100     05  FILLER                  PIC X(02) VALUE SPACES.
035200     05  FILLER                  PIC X(10) VALUE "VIGENCIA".
035300     05  FILLER                  PIC X(02) VALUE SPACES.
035400     05  FILLER                  PIC X(09) VALUE "  PROXIMO".
035500     05  FILLER                  PIC X(02) VALUE SPACES.
035600     05  FILLER                  PIC X(10) VALUE "DESDE".
035700     05  FILLER                  PIC X(12) VALUE SPACES.
035800
035900 01  LIN-DETALLE-TABLA.
036000     05  FILLER                  PIC X(06) VALUE SPACES.
036100     05  LTB-CODIGO              PIC X(04).
036200     05  FILLER                  PIC X(03) VALUE SPACES.
036300     05  LTB-DESDE               PIC ZZZZZZZ9.
036400     05  FILLER                  PIC X(03) VALUE SPACES.
036500     05  LTB-PRECIO              PIC ZZ,ZZ9.99.
036600     05  FILLER                  PIC X(02) VALUE SPACES.
036700     05  LTB-FECHA-VIGENCIA      PIC 9999/99/99.
036800     05  FILLER                  PIC X(02) VALUE SPACES.
036900     05  LTB-PRECIO-PROX         PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
037000     05  FILLER                  PIC X(02) VALUE SPACES.
037100     05  LTB-FECHA-PROX          PIC 9999/99/99 BLANK WHEN ZERO.
037200     05  FILLER                  PIC X(12) VALUE SPACES.
037300
037400 01  LIN-TOTAL.
037500     05  LT-CONCEPTO             PIC X(30).
037600     05  LT-CIFRA                PIC ZZZ,ZZ9.
037700     05  FILLER                  PIC X(43) VALUE SPACES.
037800
037900 01  LIN-DIA-NO-HABIL.
038000     05  FILLER                  PIC X(29) VALUE
038100             "*** CORRIDA EN DIA NO HABIL: ".
038200     05  LNH-MOTIVO              PIC X(30).
038300     05  FILLER                  PIC X(21) VALUE SPACES.
038400
038500 PROCEDURE DIVISION.
038600
038700******************************************************************
038800* 0000-MAINLINE - PARRAFO PRINCIPAL DEL PROGRAMA.
038900******************************************************************
039000 0000-MAINLINE.
039100
039200     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
039300
039400     PERFORM 2000-PROCESAR-TRANSACCION
039500         THRU 2000-PROCESAR-TRANSACCION-EXIT
039600         UNTIL FIN-DE-TRANSACCIONES.
039700
039800     PERFORM 5000-LISTAR-TABLA THRU 5000-LISTAR-TABLA-EXIT.
039900
040000     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
040100
040200     IF WS-TOTAL-RECHAZADAS > ZERO
040300         MOVE 4 TO RETURN-CODE
040400     ELSE
040500         MOVE 0 TO RETURN-CODE.
040600
040700     STOP RUN.
040800
040900******************************************************************
041000* 1000-INICIALIZAR - ABRE LOS ARCHIVOS DE LA CORRIDA. SI EL
041100* ARCHIVO DE TRAMOS TODAVIA NO EXISTE SE CREA VACIO, PARA QUE LA
041200* CARGA INICIAL PUEDA HACERSE POR TRANSACCIONES DE ALTA. EL
041300* MAESTRO SE ABRE SOLO PARA CONSULTA; SIN MAESTRO EL ARTICULO DE
041400* UN ALTA NO SE PUEDE VERIFICAR Y SE ACEPTA COMO VIENE.
041500******************************************************************
041600 1000-INICIALIZAR.
041700
041800     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
041900     ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
042000
042100     PERFORM 1900-VERIFICAR-DIA-CORRIDA
042200         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
042300
042400     PERFORM 1080-VERIFICAR-AUTORIZACION
042500         THRU 1080-VERIFICAR-AUTORIZACION-EXIT.
042600
042700     OPEN INPUT ARCH-TRANSACCIONES.
042800     IF FS-TRANSACCIONES NOT = "00"
042900         DISPLAY "ERROR AL ABRIR EL ARCHIVO DE TRANSACCIONES. "
043000             "ESTADO: " FS-TRANSACCIONES
043100         MOVE 16 TO RETURN-CODE
043200         STOP RUN.
043300
043400     OPEN I-O ARCH-TRAMOS.
043500     IF FS-TRAMOS = "35"
043600         PERFORM 1100-CREAR-TRAMOS THRU 1100-CREAR-TRAMOS-EXIT
043700     ELSE
043800         IF FS-TRAMOS NOT = "00"
043900             DISPLAY "ERROR AL ABRIR LOS TRAMOS DE PRECIO. "
044000                 "ESTADO: " FS-TRAMOS
044100             MOVE 16 TO RETURN-CODE
044200             STOP RUN
044300         END-IF.
044400
044500     OPEN INPUT MAESTRO-ARTICULOS.
044600     IF FS-MAESTRO = "00"
044700         SET MAESTRO-DISPONIBLE TO TRUE
044800     ELSE
044900         IF FS-MAESTRO = "35"
045000             SET MAESTRO-NO-DISPONIBLE TO TRUE
045100         ELSE
045200             DISPLAY "ERROR AL ABRIR EL MAESTRO DE ARTICULOS. "
045300                 "ESTADO: " FS-MAESTRO
045400             MOVE 16 TO RETURN-CODE
045500             STOP RUN
045600         END-IF.
045700
045800     OPEN OUTPUT LISTADO.
045900     IF FS-LISTADO NOT = "00"
046000         DISPLAY "ERROR AL ABRIR EL LISTADO. ESTADO: " FS-LISTADO
046100         MOVE 16 TO RETURN-CODE
046200         STOP RUN.
046300
046400     PERFORM 3050-ENCABEZADO-LISTADO
046500         THRU 3050-ENCABEZADO-LISTADO-EXIT.
046600
046700 1000-INICIALIZAR-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100* 1080-VERIFICAR-AUTORIZACION - VERIFICA QUE EL OPERADOR TENGA
047200* PERMISO DE MANTENIMIENTO EN EL ARCHIVO DE AUTORIZACIONES, EL
047300* MISMO QUE PIDE EL MANTENIMIENTO DEL MAESTRO. SIN ARCHIVO DE
047400* AUTORIZACIONES NO HAY CONTROL DE ACCESO. EL INTENTO DENEGADO
047500* QUEDA EN LA AUDITORIA Y TERMINA CON CODIGO 12.
047600******************************************************************
047700 1080-VERIFICAR-AUTORIZACION.
047800
047900     SET OPERADOR-AUTORIZADO TO TRUE.
048000
048100     OPEN INPUT ARCH-AUTORIZA.
048200     IF FS-AUTORIZA = "35"
048300         GO TO 1080-VERIFICAR-AUTORIZACION-EXIT.
048400     IF FS-AUTORIZA NOT = "00"
048500         DISPLAY "ERROR AL ABRIR LAS AUTORIZACIONES. ESTADO: "
048600             FS-AUTORIZA
048700         MOVE 16 TO RETURN-CODE
048800         STOP RUN.
048900
049000     SET OPERADOR-NO-AUTORIZADO TO TRUE.
049100     SET NO-FIN-DE-AUTORIZA TO TRUE.
049200
049300     PERFORM 1085-BUSCAR-AUTORIZACION
049400         THRU 1085-BUSCAR-AUTORIZACION-EXIT
049500         UNTIL FIN-DE-AUTORIZA.
049600
049700     CLOSE ARCH-AUTORIZA.
049800
049900     IF OPERADOR-NO-AUTORIZADO
050000         PERFORM 1090-DENEGAR-ACCESO
050100             THRU 1090-DENEGAR-ACCESO-EXIT.
050200
050300 1080-VERIFICAR-AUTORIZACION-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700* 1085-BUSCAR-AUTORIZACION - BUSCA AL OPERADOR EN EL ARCHIVO DE
050800* AUTORIZACIONES Y TOMA SU PERMISO DE MANTENIMIENTO.
050900******************************************************************
051000 1085-BUSCAR-AUTORIZACION.
051100
051200     READ ARCH-AUTORIZA
051300         AT END
051400             SET FIN-DE-AUTORIZA TO TRUE
051500             GO TO 1085-BUSCAR-AUTORIZACION-EXIT
051600     END-READ.
051700
051800     IF FS-AUTORIZA NOT = "00" AND FS-AUTORIZA NOT = "06"
051900         DISPLAY "ERROR AL LEER LAS AUTORIZACIONES. ESTADO: "
052000             FS-AUTORIZA
052100         MOVE 16 TO RETURN-CODE
052200         STOP RUN.
052300
052400     IF AUT-OPERADOR = WS-OPERADOR
052500         SET FIN-DE-AUTORIZA TO TRUE
052600         IF AUT-MANTENIMIENTO = "S"
052700             SET OPERADOR-AUTORIZADO TO TRUE
052800         END-IF
052900     END-IF.
053000
053100 1085-BUSCAR-AUTORIZACION-EXIT.
053200     EXIT.
053300
053400******************************************************************
053500* 1090-DENEGAR-ACCESO - EL OPERADOR NO TIENE PERMISO: EL INTENTO
053600* QUEDA EN LA AUDITORIA COMO DENEGADO Y EL PROGRAMA TERMINA CON
053700* CODIGO 12 SIN TOCAR LOS TRAMOS.
053800******************************************************************
053900 1090-DENEGAR-ACCESO.
054000
054100     DISPLAY "OPERADOR SIN AUTORIZACION PARA EL MANTENIMIENTO "
054200         "DE TRAMOS: " WS-OPERADOR.
054300
054400     ACCEPT WS-HORA-CORRIDA FROM TIME.
054500
054600     MOVE WS-FECHA-CORRIDA TO AUD-FECHA.
054700     MOVE WS-HORA-CORRIDA  TO AUD-HORA.
054800     MOVE WS-OPERADOR      TO AUD-OPERADOR.
054900     MOVE "DENEGADO  "     TO AUD-ESTADO.
055000     MOVE ZERO             TO AUD-NUMERO.
055100     MOVE ZERO             TO AUD-RESULTADO.
055200     MOVE "TRAMO"          TO AUD-ENTRADA.
055300     MOVE ZERO             TO AUD-CORRIDA.
055400     MOVE SPACES           TO AUD-ORIGEN.
055500
055600     OPEN EXTEND ARCH-AUDITORIA.
055700     IF FS-AUDITORIA = "35"
055800         OPEN OUTPUT ARCH-AUDITORIA.
055900     IF FS-AUDITORIA = "00" OR FS-AUDITORIA = "05"
056000         PERFORM 9100-SELLAR-AUDITORIA
056100             THRU 9100-SELLAR-AUDITORIA-EXIT
056200         WRITE AUD-REG
056300         PERFORM 9170-GUARDAR-SELLO THRU 9170-GUARDAR-SELLO-EXIT
056400         CLOSE ARCH-AUDITORIA.
056500
056600     MOVE 12 TO RETURN-CODE.
056700     STOP RUN.
056800
056900 1090-DENEGAR-ACCESO-EXIT.
057000     EXIT.
057100
057200******************************************************************
057300* 1100-CREAR-TRAMOS - EL ARCHIVO DE TRAMOS NO EXISTE: SE CREA
057400* VACIO Y SE REABRE PARA ACTUALIZACION.
057500******************************************************************
057600 1100-CREAR-TRAMOS.
057700
057800     OPEN OUTPUT ARCH-TRAMOS.
057900     IF FS-TRAMOS NOT = "00"
058000         DISPLAY "ERROR AL CREAR LOS TRAMOS DE PRECIO. "
058100             "ESTADO: " FS-TRAMOS
058200         MOVE 16 TO RETURN-CODE
058300         STOP RUN.
058400
058500     CLOSE ARCH-TRAMOS.
058600
058700     OPEN I-O ARCH-TRAMOS.
058800     IF FS-TRAMOS NOT = "00"
058900         DISPLAY "ERROR AL REABRIR LOS TRAMOS DE PRECIO. "
059000             "ESTADO: " FS-TRAMOS
059100         MOVE 16 TO RETURN-CODE
059200         STOP RUN.
059300
059400 1100-CREAR-TRAMOS-EXIT.
059500     EXIT.
059600
059700******************************************************************
059800* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
059900* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
060000* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
060100******************************************************************
060200 1900-VERIFICAR-DIA-CORRIDA.
060300
060400     OPEN INPUT ARCH-CALENDARIO.
060500     IF FS-CALENDARIO = "35"
060600         SET CALENDARIO-NO-DISPONIBLE TO TRUE
060700     ELSE
060800         IF FS-CALENDARIO NOT = "00"
060900             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
061000                 FS-CALENDARIO
061100             MOVE 16 TO RETURN-CODE
061200             STOP RUN
061300         END-IF.
061400
061500     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
061600     PERFORM 1950-VERIFICAR-DIA-HABIL
061700         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
061800     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
061900     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
062000
062100     IF CALENDARIO-DISPONIBLE
062200         CLOSE ARCH-CALENDARIO.
062300
062400 1900-VERIFICAR-DIA-CORRIDA-EXIT.
062500     EXIT.
062600
062700******************************************************************
062800* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
062900* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
063000* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
063100******************************************************************
063200 1950-VERIFICAR-DIA-HABIL.
063300
063400     SET DIA-HABIL TO TRUE.
063500     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
063600
063700     COMPUTE WS-ENTERO-HABIL =
063800         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
063900     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
064000         REMAINDER WS-DIA-SEMANA.
064100
064200     IF WS-DIA-SEMANA = 6
064300         SET DIA-NO-HABIL TO TRUE
064400         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
064500         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
064600
064700     IF WS-DIA-SEMANA = 0
064800         SET DIA-NO-HABIL TO TRUE
064900         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
065000         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
065100
065200     IF CALENDARIO-NO-DISPONIBLE
065300         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
065400
065500     MOVE WS-FECHA-HABIL TO CAL-FECHA.
065600     READ ARCH-CALENDARIO
065700         INVALID KEY
065800             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
065900     END-READ.
066000
066100     IF FS-CALENDARIO NOT = "00"
066200         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
066300             FS-CALENDARIO
066400         MOVE 16 TO RETURN-CODE
066500         STOP RUN.
066600
066700     SET DIA-NO-HABIL TO TRUE.
066800     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
066900
067000 1950-VERIFICAR-DIA-HABIL-EXIT.
067100     EXIT.
067200
067300******************************************************************
067400* 2000-PROCESAR-TRANSACCION - UNA VUELTA DEL PROGRAMA: LEE UNA
067500* TRANSACCION, LA VALIDA, LA APLICA A LOS TRAMOS Y DEJA EL
067600* RENGLON CORRESPONDIENTE EN EL LISTADO DE ACTUALIZACION.
067700******************************************************************
067800 2000-PROCESAR-TRANSACCION.
067900
068000     PERFORM 2100-LEER-TRANSACCION
068100         THRU 2100-LEER-TRANSACCION-EXIT.
068200
068300     IF FIN-DE-TRANSACCIONES
068400         GO TO 2000-PROCESAR-TRANSACCION-EXIT.
068500
068600     ADD 1 TO WS-TOTAL-LEIDAS.
068700
068800     SET TRANS-RECHAZADA TO TRUE.
068900     MOVE SPACES TO WS-MOTIVO-RECHAZO.
068901     SET PROX-NO-REEMPLAZADO TO TRUE.
069000
069100     PERFORM 2200-VALIDAR-TRANSACCION
069200         THRU 2200-VALIDAR-TRANSACCION-EXIT.
069300
069400     IF WS-MOTIVO-RECHAZO = SPACES
069500         EVALUATE TRUE
069600             WHEN TRT-ALTA
069700                 PERFORM 3100-APLICAR-ALTA
069800                     THRU 3100-APLICAR-ALTA-EXIT
069900             WHEN TRT-CAMBIO
070000                 PERFORM 3200-APLICAR-CAMBIO
070100                     THRU 3200-APLICAR-CAMBIO-EXIT
070200             WHEN TRT-BAJA
070300                 PERFORM 3300-APLICAR-BAJA
070400                     THRU 3300-APLICAR-BAJA-EXIT
070500         END-EVALUATE.
070600
070700     EVALUATE TRUE
070800         WHEN TRANS-APLICADA
070900             ADD 1 TO WS-TOTAL-APLICADAS
071000         WHEN TRANS-DIFERIDA
071100             ADD 1 TO WS-TOTAL-DIFERIDAS
071200         WHEN OTHER
071300             ADD 1 TO WS-TOTAL-RECHAZADAS
071400     END-EVALUATE.
071500
071600     PERFORM 3900-IMPRIMIR-RENGLON
071700         THRU 3900-IMPRIMIR-RENGLON-EXIT.
071800
071900 2000-PROCESAR-TRANSACCION-EXIT.
072000     EXIT.
072100
072200******************************************************************
072300* 2100-LEER-TRANSACCION - LEE EL SIGUIENTE REGISTRO DEL ARCHIVO
072400* DE TRANSACCIONES.
072500******************************************************************
072600 2100-LEER-TRANSACCION.
072700
072800     READ ARCH-TRANSACCIONES
072900         AT END
073000             SET FIN-DE-TRANSACCIONES TO TRUE
073100             GO TO 2100-LEER-TRANSACCION-EXIT
073200     END-READ.
073300
073400     IF FS-TRANSACCIONES NOT = "00" AND
073500             FS-TRANSACCIONES NOT = "06"
073600         DISPLAY "ERROR AL LEER EL ARCHIVO DE TRANSACCIONES. "
073700             "ESTADO: " FS-TRANSACCIONES
073800         MOVE 16 TO RETURN-CODE
073900         STOP RUN.
074000
074100 2100-LEER-TRANSACCION-EXIT.
074200     EXIT.
074300
074400******************************************************************
074500* 2200-VALIDAR-TRANSACCION - VALIDA EL CONTENIDO DE LA
074600* TRANSACCION ANTES DE TOCAR LOS TRAMOS. DEJA EL MOTIVO DE
074700* RECHAZO EN WS-MOTIVO-RECHAZO, O EN BLANCO SI ESTA BIEN. LA
074800* FECHA EFECTIVA EN BLANCO ES LA DE LA CORRIDA; LA INFORMADA TIENE
074801* QUE EXISTIR EN EL CALENDARIO.
074900******************************************************************
075000 2200-VALIDAR-TRANSACCION.
075100
075200     IF NOT TRT-ALTA AND NOT TRT-CAMBIO AND NOT TRT-BAJA
075300         MOVE "TIPO INVALIDO" TO WS-MOTIVO-RECHAZO
075400         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
075500
075600     IF TRT-CODIGO = SPACES
075700         MOVE "CODIGO EN BLANCO" TO WS-MOTIVO-RECHAZO
075800         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
075900
076000     IF TRT-DESDE IS NOT NUMERIC
076100         MOVE "CANTIDAD NO NUMERICA" TO WS-MOTIVO-RECHAZO
076200         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
076300
076400*    POR DEBAJO DEL PRIMER TRAMO RIGE EL PRECIO DEL MAESTRO, ASI
076500*    QUE UN TRAMO DESDE CERO NO TIENE SENTIDO.
076600     IF TRT-DESDE-NUM = ZERO
076700         MOVE "CANTIDAD DESDE EN CERO" TO WS-MOTIVO-RECHAZO
076800         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
076900
077000     IF TRT-BAJA
077100         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
077200
077300     IF TRT-PRECIO IS NOT NUMERIC
077400         MOVE "PRECIO NO NUMERICO" TO WS-MOTIVO-RECHAZO
077500         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
077600
077700     IF TRT-PRECIO-NUM = ZERO
077800         MOVE "PRECIO EN CERO" TO WS-MOTIVO-RECHAZO
077900         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
078000
078100     IF TRT-FECHA-EFECTIVA NOT = SPACES AND
078200             TRT-FECHA-EFECTIVA IS NOT NUMERIC
078300         MOVE "FECHA VIGENCIA INVALIDA" TO WS-MOTIVO-RECHAZO
078400         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
078500
078600     IF TRT-FECHA-EFECTIVA = SPACES
078700         MOVE WS-FECHA-CORRIDA-NUM TO WS-FECHA-EFECTIVA
078800     ELSE
078900         MOVE TRT-FECHA-EFECTIVA-NUM TO WS-FECHA-EFECTIVA.
078901
078902*    LA FUNCION DEVUELVE CERO SI LA FECHA EXISTE EN EL CALENDARIO
078903*    (MES, DIA DEL MES Y ANIO BISIESTO).
078904     COMPUTE WS-ESTADO-FECHA =
078905         FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-EFECTIVA).
078906     IF WS-ESTADO-FECHA NOT = ZERO
078907         MOVE "FECHA VIGENCIA INVALIDA" TO WS-MOTIVO-RECHAZO
078908         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
079000
079100     IF TRT-ALTA AND MAESTRO-DISPONIBLE
079200         MOVE TRT-CODIGO TO ART-CODIGO
079300         READ MAESTRO-ARTICULOS
079400             INVALID KEY
079500                 MOVE "ARTICULO INEXISTENTE" TO WS-MOTIVO-RECHAZO
079600         END-READ.
079700
079800 2200-VALIDAR-TRANSACCION-EXIT.
079900     EXIT.
080000
080100******************************************************************
080200* 3100-APLICAR-ALTA - GRABA EL TRAMO NUEVO. SI SU VIGENCIA ES
080300* FUTURA EL TRAMO QUEDA GRABADO PERO NO RIGE HASTA ESA FECHA, Y LA
080400* TRANSACCION SALE COMO DIFERIDA. UN TRAMO YA EXISTENTE SE
080500* RECHAZA, NO SE PISA.
080600******************************************************************
080700 3100-APLICAR-ALTA.
080800
080900     MOVE TRT-CODIGO        TO TPR-CODIGO.
081000     MOVE TRT-DESDE-NUM     TO TPR-DESDE.
081100     MOVE TRT-PRECIO-NUM    TO TPR-PRECIO.
081200     MOVE WS-FECHA-EFECTIVA TO TPR-FECHA-VIGENCIA.
081300     MOVE ZERO              TO TPR-PRECIO-PROX.
081400     MOVE ZERO              TO TPR-FECHA-PROX.
081500
081600     WRITE TPR-REG
081700         INVALID KEY
081800             MOVE "TRAMO YA EXISTE" TO WS-MOTIVO-RECHAZO
081900             GO TO 3100-APLICAR-ALTA-EXIT
082000     END-WRITE.
082100
082200     IF WS-FECHA-EFECTIVA > WS-FECHA-CORRIDA-NUM
082300         SET TRANS-DIFERIDA TO TRUE
082400     ELSE
082500         SET TRANS-APLICADA TO TRUE.
082600
082700 3100-APLICAR-ALTA-EXIT.
082800     EXIT.
082900
083000******************************************************************
083100* 3200-APLICAR-CAMBIO - CAMBIA EL PRECIO DE UN TRAMO EXISTENTE.
083200* UN CAMBIO QUE YA RIGE REEMPLAZA AL PRECIO VIGENTE Y ANULA EL
083300* PROXIMO; UNO DE VIGENCIA FUTURA QUEDA COMO PROXIMO PRECIO (O
083400* REEMPLAZA AL VIGENTE SI EL TRAMO TODAVIA NO EMPEZO A REGIR).
083401* SI EL TRAMO YA TENIA UN PROXIMO PRECIO, EL CAMBIO LO ANULA Y EL
083402* LISTADO MUESTRA EL QUE SE ANULO.
083500******************************************************************
083600 3200-APLICAR-CAMBIO.
083700
083800     MOVE TRT-CODIGO    TO TPR-CODIGO.
083900     MOVE TRT-DESDE-NUM TO TPR-DESDE.
084000
084100     READ ARCH-TRAMOS
084200         INVALID KEY
084300             MOVE "TRAMO INEXISTENTE" TO WS-MOTIVO-RECHAZO
084400             GO TO 3200-APLICAR-CAMBIO-EXIT
084500     END-READ.
084600
084700     PERFORM 3150-VENCER-PROXIMO THRU 3150-VENCER-PROXIMO-EXIT.
084800
084801     MOVE TPR-PRECIO-PROX TO WS-PROX-ANTERIOR.
084802     MOVE TPR-FECHA-PROX  TO WS-FECHA-PROX-ANTERIOR.
084803
084900     IF WS-FECHA-EFECTIVA NOT > WS-FECHA-CORRIDA-NUM
085000             OR TPR-FECHA-VIGENCIA > WS-FECHA-CORRIDA-NUM
085100         MOVE TRT-PRECIO-NUM    TO TPR-PRECIO
085200         MOVE WS-FECHA-EFECTIVA TO TPR-FECHA-VIGENCIA
085300         MOVE ZERO              TO TPR-PRECIO-PROX
085400         MOVE ZERO              TO TPR-FECHA-PROX
085500     ELSE
085600         MOVE TRT-PRECIO-NUM    TO TPR-PRECIO-PROX
085700         MOVE WS-FECHA-EFECTIVA TO TPR-FECHA-PROX.
085800
085900     REWRITE TPR-REG
086000         INVALID KEY
086100             MOVE "TRAMO INEXISTENTE" TO WS-MOTIVO-RECHAZO
086200             GO TO 3200-APLICAR-CAMBIO-EXIT
086300     END-REWRITE.
086400
086401     IF WS-FECHA-PROX-ANTERIOR NOT = ZERO
086402         SET PROX-REEMPLAZADO TO TRUE.
086403
086500     IF WS-FECHA-EFECTIVA > WS-FECHA-CORRIDA-NUM
086600         SET TRANS-DIFERIDA TO TRUE
086700     ELSE
086800         SET TRANS-APLICADA TO TRUE.
086900
087000 3200-APLICAR-CAMBIO-EXIT.
087100     EXIT.
087200
087300******************************************************************
087400* 3150-VENCER-PROXIMO - SI EL PROXIMO PRECIO DEL TRAMO YA ENTRO EN
087500* VIGENCIA PASA A SER EL PRECIO VIGENTE, ANTES DE APLICARLE EL
087600* CAMBIO.
087700******************************************************************
087800 3150-VENCER-PROXIMO.
087900
088000     IF TPR-FECHA-PROX = ZERO
088100         GO TO 3150-VENCER-PROXIMO-EXIT.
088200
088300     IF TPR-FECHA-PROX > WS-FECHA-CORRIDA-NUM
088400         GO TO 3150-VENCER-PROXIMO-EXIT.
088500
088600     MOVE TPR-PRECIO-PROX TO TPR-PRECIO.
088700     MOVE TPR-FECHA-PROX  TO TPR-FECHA-VIGENCIA.
088800     MOVE ZERO            TO TPR-PRECIO-PROX.
088900     MOVE ZERO            TO TPR-FECHA-PROX.
089000
089100 3150-VENCER-PROXIMO-EXIT.
089200     EXIT.
089300
089400******************************************************************
089500* 3300-APLICAR-BAJA - ELIMINA UN TRAMO. LA BAJA RIGE DESDE LA
089600* CORRIDA; LOS RENGLONES DE ESA CANTIDAD PASAN AL TRAMO ANTERIOR
089700* O AL PRECIO DEL MAESTRO.
089800******************************************************************
089900 3300-APLICAR-BAJA.
090000
090100     MOVE TRT-CODIGO    TO TPR-CODIGO.
090200     MOVE TRT-DESDE-NUM TO TPR-DESDE.
090300
090400     DELETE ARCH-TRAMOS RECORD
090500         INVALID KEY
090600             MOVE "TRAMO INEXISTENTE" TO WS-MOTIVO-RECHAZO
090700         NOT INVALID KEY
090800             SET TRANS-APLICADA TO TRUE
090900     END-DELETE.
091000
091100 3300-APLICAR-BAJA-EXIT.
091200     EXIT.
091300
091400******************************************************************
091500* 3050-ENCABEZADO-LISTADO - ESCRIBE EL ENCABEZADO DE UNA NUEVA
091600* PAGINA DEL LISTADO DE ACTUALIZACION.
091700******************************************************************
091800 3050-ENCABEZADO-LISTADO.
091900
092000     ADD 1 TO WS-NUMERO-PAGINA.
092100     MOVE WS-FC-DIA  TO LE1-DIA.
092200     MOVE WS-FC-MES  TO LE1-MES.
092300     MOVE WS-FC-ANIO TO LE1-ANIO.
092400     MOVE WS-NUMERO-PAGINA TO LE1-PAGINA.
092500
092600     IF WS-NUMERO-PAGINA > 1
092700         WRITE LINEA-LISTADO FROM LIN-BLANCO
092800             AFTER ADVANCING PAGE
092900     ELSE
093000         WRITE LINEA-LISTADO FROM LIN-BLANCO.
093100
093200     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
093300     IF CORRIDA-EN-DIA-NO-HABIL
093400         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
093500     WRITE LINEA-LISTADO FROM LIN-BLANCO.
093600     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-2.
093700     WRITE LINEA-LISTADO FROM LIN-BLANCO.
093800     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
093900
094000 3050-ENCABEZADO-LISTADO-EXIT.
094100     EXIT.
094200
094300******************************************************************
094400* 3900-IMPRIMIR-RENGLON - DEJA EN EL LISTADO EL RENGLON DE LA
094500* TRANSACCION RECIEN PROCESADA, CON SU ESTADO Y MOTIVO, Y DEBAJO
094501* EL PROXIMO PRECIO QUE ANULO; LA PAGINACION MANTIENE JUNTAS LAS
094502* DOS.
094600******************************************************************
094700 3900-IMPRIMIR-RENGLON.
094800
094801     MOVE 1 TO WS-LINEAS-RENGLON.
094802     IF PROX-REEMPLAZADO
094803         MOVE 2 TO WS-LINEAS-RENGLON.
094804
094900     IF WS-LINEAS-EN-PAGINA + WS-LINEAS-RENGLON >
094901             WS-MAX-LINEAS-PAGINA
095000         PERFORM 3050-ENCABEZADO-LISTADO
095100             THRU 3050-ENCABEZADO-LISTADO-EXIT.
095200
095300     MOVE TRT-TIPO           TO LM-TIPO.
095400     MOVE TRT-CODIGO         TO LM-CODIGO.
095500     MOVE TRT-DESDE          TO LM-DESDE.
095600     MOVE TRT-PRECIO         TO LM-PRECIO.
095700     MOVE TRT-FECHA-EFECTIVA TO LM-FECHA.
095800
095900     EVALUATE TRUE
096000         WHEN TRANS-APLICADA
096100             MOVE "APLICADA " TO LM-ESTADO
096200         WHEN TRANS-DIFERIDA
096300             MOVE "DIFERIDA " TO LM-ESTADO
096400         WHEN OTHER
096500             MOVE "RECHAZADA" TO LM-ESTADO
096600     END-EVALUATE.
096700
096800     MOVE WS-MOTIVO-RECHAZO TO LM-MOTIVO.
096900
097000     WRITE LINEA-LISTADO FROM LIN-DETALLE-MANT.
097100     ADD 1 TO WS-LINEAS-EN-PAGINA.
097101
097102     IF PROX-REEMPLAZADO
097103         MOVE WS-PROX-ANTERIOR       TO LPR-PRECIO
097104         MOVE WS-FECHA-PROX-ANTERIOR TO LPR-FECHA
097105         WRITE LINEA-LISTADO FROM LIN-PROX-REEMPLAZADO
097106         ADD 1 TO WS-LINEAS-EN-PAGINA.
097200
097300 3900-IMPRIMIR-RENGLON-EXIT.
097400     EXIT.
097500
097600******************************************************************
097700* 5000-LISTAR-TABLA - DESPUES DE LA ACTUALIZACION RECORRE LOS
097800* TRAMOS EN ORDEN DE ARTICULO Y CANTIDAD Y LOS IMPRIME COMPLETOS,
097900* CON EL PRECIO VIGENTE Y EL PROXIMO SI LO HAY.
098000******************************************************************
098100 5000-LISTAR-TABLA.
098200
098300     WRITE LINEA-LISTADO FROM LIN-BLANCO.
098400     WRITE LINEA-LISTADO FROM LIN-TITULO-TABLA.
098500     WRITE LINEA-LISTADO FROM LIN-BLANCO.
098600     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-TABLA.
098700     ADD 4 TO WS-LINEAS-EN-PAGINA.
098800
098900     MOVE LOW-VALUES TO TPR-CLAVE.
099000     SET NO-FIN-DE-TRAMOS TO TRUE.
099100
099200     START ARCH-TRAMOS KEY IS NOT < TPR-CLAVE
099300         INVALID KEY
099400             SET FIN-DE-TRAMOS TO TRUE
099500     END-START.
099600
099700     PERFORM 5100-LISTAR-TRAMO
099800         THRU 5100-LISTAR-TRAMO-EXIT
099900         UNTIL FIN-DE-TRAMOS.
100000
100100 5000-LISTAR-TABLA-EXIT.
100200     EXIT.
100300
100400******************************************************************
100500* 5100-LISTAR-TRAMO - LEE EL SIGUIENTE TRAMO Y LO IMPRIME CON SU
100600* PRECIO VIGENTE Y EL PROXIMO.
100700******************************************************************
100800 5100-LISTAR-TRAMO.
100900
101000     READ ARCH-TRAMOS NEXT RECORD
101100         AT END
101200             SET FIN-DE-TRAMOS TO TRUE
101300             GO TO 5100-LISTAR-TRAMO-EXIT
101400     END-READ.
101500
101600     IF FS-TRAMOS NOT = "00"
101700         DISPLAY "ERROR AL RECORRER LOS TRAMOS DE PRECIO. "
101800             "ESTADO: " FS-TRAMOS
101900         MOVE 16 TO RETURN-CODE
102000         STOP RUN.
102100
102200     IF WS-LINEAS-EN-PAGINA NOT < WS-MAX-LINEAS-PAGINA
102300         PERFORM 3050-ENCABEZADO-LISTADO
102400             THRU 3050-ENCABEZADO-LISTADO-EXIT.
102500
102600     ADD 1 TO WS-TOTAL-TRAMOS.
102700
102800     MOVE TPR-CODIGO         TO LTB-CODIGO.
102900     MOVE TPR-DESDE          TO LTB-DESDE.
103000     MOVE TPR-PRECIO         TO LTB-PRECIO.
103100     MOVE TPR-FECHA-VIGENCIA TO LTB-FECHA-VIGENCIA.
103200     MOVE TPR-PRECIO-PROX    TO LTB-PRECIO-PROX.
103300     MOVE TPR-FECHA-PROX     TO LTB-FECHA-PROX.
103400
103500     WRITE LINEA-LISTADO FROM LIN-DETALLE-TABLA.
103600     ADD 1 TO WS-LINEAS-EN-PAGINA.
103700
103800 5100-LISTAR-TRAMO-EXIT.
103900     EXIT.
104000
104100******************************************************************
104200* 8000-FINALIZAR - IMPRIME LOS TOTALES DE CONTROL Y CIERRA LOS
104300* ARCHIVOS DE LA CORRIDA.
104400******************************************************************
104500 8000-FINALIZAR.
104600
104700     WRITE LINEA-LISTADO FROM LIN-BLANCO.
104800
104900     MOVE "TRANSACCIONES LEIDAS.......: " TO LT-CONCEPTO.
105000     MOVE WS-TOTAL-LEIDAS TO LT-CIFRA.
105100     WRITE LINEA-LISTADO FROM LIN-TOTAL.
105200
105300     MOVE "TRANSACCIONES APLICADAS....: " TO LT-CONCEPTO.
105400     MOVE WS-TOTAL-APLICADAS TO LT-CIFRA.
105500     WRITE LINEA-LISTADO FROM LIN-TOTAL.
105600
105700     MOVE "TRANSACCIONES DIFERIDAS....: " TO LT-CONCEPTO.
105800     MOVE WS-TOTAL-DIFERIDAS TO LT-CIFRA.
105900     WRITE LINEA-LISTADO FROM LIN-TOTAL.
106000
106100     MOVE "TRANSACCIONES RECHAZADAS...: " TO LT-CONCEPTO.
106200     MOVE WS-TOTAL-RECHAZADAS TO LT-CIFRA.
106300     WRITE LINEA-LISTADO FROM LIN-TOTAL.
106400
106500     MOVE "TRAMOS EN EL ARCHIVO.......: " TO LT-CONCEPTO.
106600     MOVE WS-TOTAL-TRAMOS TO LT-CIFRA.
106700     WRITE LINEA-LISTADO FROM LIN-TOTAL.
106800
106900     DISPLAY "TRANSACCIONES LEIDAS.......: " WS-TOTAL-LEIDAS.
107000     DISPLAY "TRANSACCIONES APLICADAS....: " WS-TOTAL-APLICADAS.
107100     DISPLAY "TRANSACCIONES DIFERIDAS....: " WS-TOTAL-DIFERIDAS.
107200     DISPLAY "TRANSACCIONES RECHAZADAS...: " WS-TOTAL-RECHAZADAS.
107300     DISPLAY "TRAMOS EN EL ARCHIVO.......: " WS-TOTAL-TRAMOS.
107400
107500     CLOSE ARCH-TRANSACCIONES.
107600     CLOSE ARCH-TRAMOS.
107700     IF MAESTRO-DISPONIBLE
107800         CLOSE MAESTRO-ARTICULOS.
107900     CLOSE LISTADO.
108000
108100 8000-FINALIZAR-EXIT.
108200     EXIT.
108300
108400******************************************************************
108500* 9100-SELLAR-AUDITORIA - NUMERA EL REGISTRO DE AUDITORIA YA
108600* ARMADO CON LA SECUENCIA SIGUIENTE Y LE CALCULA EL VERIFICADOR
108700* ENCADENADO CON EL DEL REGISTRO ANTERIOR. LA ULTIMA SECUENCIA Y
108800* EL ULTIMO VERIFICADOR SALEN DEL CONTROL DE SELLADO, COMUN A
108900* TODOS LOS PROGRAMAS QUE GRABAN AUDITORIA.
109000******************************************************************
109100 9100-SELLAR-AUDITORIA.
109200
109300     IF SELLO-NO-CARGADO
109400         PERFORM 9110-CARGAR-SELLO THRU 9110-CARGAR-SELLO-EXIT.
109500
109600     ADD 1 TO WS-SELLO-SECUENCIA.
109700     MOVE WS-SELLO-SECUENCIA TO AUD-SECUENCIA.
109800     MOVE ZERO               TO AUD-VERIFICADOR.
109900     MOVE AUD-REG            TO WS-SELLO-REGISTRO.
110000
110100     PERFORM 9150-ACUMULAR-CARACTER
110200         THRU 9150-ACUMULAR-CARACTER-EXIT
110300         VARYING WS-SELLO-IND FROM 1 BY 1
110400         UNTIL WS-SELLO-IND > WS-SELLO-LARGO.
110500
110600     MOVE WS-SELLO-VERIFICADOR TO AUD-VERIFICADOR.
110700
110800 9100-SELLAR-AUDITORIA-EXIT.
110900     EXIT.
111000
111100******************************************************************
111200* 9110-CARGAR-SELLO - LEE DEL CONTROL DE SELLADO LA ULTIMA
111300* SECUENCIA Y EL ULTIMO VERIFICADOR. SIN CONTROL EL SELLADO
111400* EMPIEZA DE CERO Y LA FECHA DEL REGISTRO QUEDA COMO INICIO DEL
111500* RASTRO SELLADO.
111600******************************************************************
111700 9110-CARGAR-SELLO.
111800
111900     MOVE ZERO      TO WS-SELLO-SECUENCIA.
112000     MOVE ZERO      TO WS-SELLO-VERIFICADOR.
112100     MOVE AUD-FECHA TO WS-SELLO-FECHA-INICIO.
112200     SET SELLO-CARGADO TO TRUE.
112300
112400     OPEN INPUT ARCH-SECUENCIA-AUD.
112500     IF FS-SECUENCIA-AUD = "35"
112600         GO TO 9110-CARGAR-SELLO-EXIT.
112700     IF FS-SECUENCIA-AUD NOT = "00"
112800         DISPLAY "ERROR AL ABRIR EL CONTROL DE SELLADO. ESTADO: "
112900             FS-SECUENCIA-AUD
113000         MOVE 16 TO RETURN-CODE
113100         STOP RUN.
113200
113300     READ ARCH-SECUENCIA-AUD
113400         AT END
113500             CLOSE ARCH-SECUENCIA-AUD
113600             GO TO 9110-CARGAR-SELLO-EXIT
113700     END-READ.
113800
113900     IF FS-SECUENCIA-AUD NOT = "00"
114000         DISPLAY "ERROR AL LEER EL CONTROL DE SELLADO. ESTADO: "
114100             FS-SECUENCIA-AUD
114200         MOVE 16 TO RETURN-CODE
114300         STOP RUN.
114400
114500     MOVE ASC-SECUENCIA    TO WS-SELLO-SECUENCIA.
114600     MOVE ASC-VERIFICADOR  TO WS-SELLO-VERIFICADOR.
114700     MOVE ASC-FECHA-INICIO TO WS-SELLO-FECHA-INICIO.
114800
114900     CLOSE ARCH-SECUENCIA-AUD.
115000
115100 9110-CARGAR-SELLO-EXIT.
115200     EXIT.
115300
115400******************************************************************
115500* 9150-ACUMULAR-CARACTER - SUMA UN CARACTER DEL REGISTRO AL
115600* VERIFICADOR: EL ACUMULADO POR 31 MAS EL VALOR DEL CARACTER,
115700* MODULO 999999937. SE RECORREN LOS 87 PRIMEROS CARACTERES, TODO
115800* EL REGISTRO MENOS EL PROPIO VERIFICADOR.
115900******************************************************************
116000 9150-ACUMULAR-CARACTER.
116100
116200     MOVE WS-SELLO-CAR (WS-SELLO-IND) TO WS-SELLO-CARACTER.
116300     COMPUTE WS-SELLO-ACUMULADO =
116400         WS-SELLO-VERIFICADOR * 31 + WS-SELLO-VALOR.
116500     DIVIDE WS-SELLO-ACUMULADO BY 999999937
116600         GIVING WS-SELLO-COCIENTE REMAINDER WS-SELLO-VERIFICADOR.
116700
116800 9150-ACUMULAR-CARACTER-EXIT.
116900     EXIT.
117000
117100******************************************************************
117200* 9170-GUARDAR-SELLO - DEJA EN EL CONTROL DE SELLADO LA SECUENCIA
117300* Y EL VERIFICADOR DEL REGISTRO RECIEN GRABADO. SI LA GRABACION DE
117400* LA AUDITORIA FALLO EL NUMERO NO SE CONSUME: EL CONTROL SE VUELVE
117500* A LEER PARA EL PROXIMO REGISTRO.
117600******************************************************************
117700 9170-GUARDAR-SELLO.
117800
117900     IF FS-AUDITORIA NOT = "00"
118000         SET SELLO-NO-CARGADO TO TRUE
118100         GO TO 9170-GUARDAR-SELLO-EXIT.
118200
118300     OPEN OUTPUT ARCH-SECUENCIA-AUD.
118400     IF FS-SECUENCIA-AUD NOT = "00"
118500         DISPLAY "ERROR AL REGRABAR EL CONTROL DE SELLADO. "
118600             "ESTADO: " FS-SECUENCIA-AUD
118700         MOVE 16 TO RETURN-CODE
118800         STOP RUN.
118900
119000     MOVE WS-SELLO-SECUENCIA    TO ASC-SECUENCIA.
119100     MOVE WS-SELLO-VERIFICADOR  TO ASC-VERIFICADOR.
119200     MOVE WS-SELLO-FECHA-INICIO TO ASC-FECHA-INICIO.
119300     WRITE ASC-REG.
119400     IF FS-SECUENCIA-AUD NOT = "00"
119500         DISPLAY "ERROR AL GRABAR EL CONTROL DE SELLADO. ESTADO: "
119600             FS-SECUENCIA-AUD
119700         MOVE 16 TO RETURN-CODE
119800         STOP RUN.
119900
120000     CLOSE ARCH-SECUENCIA-AUD.
120100
120200 9170-GUARDAR-SELLO-EXIT.
120300     EXIT.
120400
120500 END PROGRAM MANTTRAMOS.
