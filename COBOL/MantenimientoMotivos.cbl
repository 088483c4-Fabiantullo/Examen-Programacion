000100******************************************************************
000200* AUTHOR.     J. FERNANDEZ.
000300* INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400* DATE-WRITTEN. 2026-10-14.
000500* DATE-COMPILED.
000600* PURPOSE.    MANTENIMIENTO DE LA TABLA DE MOTIVOS DE RECHAZO DEL
000700*             SISTEMA DE PRECIOS. APLICA UN ARCHIVO DE
000800*             TRANSACCIONES DE ALTAS, CAMBIOS Y BAJAS SOBRE EL
000900*             ARCHIVO INDEXADO DE MOTIVOS (CODIGO, DESCRIPCION,
001000*             CATEGORIA Y SI EL RENGLON SE RECICLA) E IMPRIME UN
001100*             LISTADO DE ACTUALIZACION CON CADA TRANSACCION
001200*             APLICADA O RECHAZADA Y SU MOTIVO, SEGUIDO DE LA
001300*             TABLA COMPLETA COMO QUEDO. LA USAN LA RESPUESTA DE
001400*             PRECIOS, EL RETRABAJO DE RECHAZOS, LA CONSULTA DE
001500*             ARTICULOS Y EL EXTRACTO MENSUAL.
001600* TECTONICS.  COBC.
001700*-----------------------------------------------------------*
001800* MODIFICATION HISTORY.
001900* -----------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 2026-10-14 JFR   PROGRAMA ORIGINAL. HASTA AHORA LA MESA DE
002200*                  CONTROL DESCIFRABA LOS CODIGOS DE PRECIOS CON
002300*                  UNA LISTA EN PAPEL.
002301* 2026-10-14 JFR   SE ACOMPANIA EL ORIGEN DE LA ENTRADA EN LA
002302*                  AUDITORIA (REGISTRO DE 79).
002303* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
002304*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
002305*                  ENCABEZADO DEL REPORTE.
002306* 2026-10-14 JFR   CADA REGISTRO DE AUDITORIA LLEVA UNA SECUENCIA
002307*                  CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL
002308*                  DEL ANTERIOR (REGISTRO DE 96), TOMADOS DEL
002309*                  CONTROL DE SELLADO AUDSECCTL.
002310* 2026-10-14 JFR   EL REGISTRO DE AUTORIZACIONES LLEVA EL PERMISO
002311*                  DE RESGUARDO Y RESTAURACION DE LOS ARCHIVOS DE
002312*                  LA CADENA (REGISTRO DE 25).
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. MANTMOTIVOS.
002700 AUTHOR. J. FERNANDEZ.
002800 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
002900 DATE-WRITTEN. 2026-10-14.
003000 DATE-COMPILED.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500
003600     SELECT ARCH-TRANSACCIONES ASSIGN TO TRANSMOT
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FS-TRANSACCIONES.
003900
004000     SELECT MAESTRO-MOTIVOS ASSIGN TO MOTIVOS
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS MOT-CODIGO
004400         FILE STATUS IS FS-MOTIVOS.
004500
004600     SELECT LISTADO ASSIGN TO LISTMOTIVOS
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FS-LISTADO.
004900
005000     SELECT ARCH-AUTORIZA ASSIGN TO AUTORIZACIONES
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FS-AUTORIZA.
005300
005400     SELECT ARCH-AUDITORIA ASSIGN TO AUDITORIA
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FS-AUDITORIA.
005601
005602     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
005603         ORGANIZATION IS INDEXED
005604         ACCESS MODE IS RANDOM
005605         RECORD KEY IS CAL-FECHA
005606         FILE STATUS IS FS-CALENDARIO.
005607
005608     SELECT ARCH-SECUENCIA-AUD ASSIGN TO AUDSECCTL
005609         ORGANIZATION IS LINE SEQUENTIAL
005610         FILE STATUS IS FS-SECUENCIA-AUD.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000
006100 FD  ARCH-TRANSACCIONES
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 36 CHARACTERS.
006400 01  TRM-REG.
006500     05  TRM-TIPO                   PIC X(01).
006600         88  TRM-ALTA                          VALUE 'A'.
006700         88  TRM-CAMBIO                        VALUE 'M'.
006800         88  TRM-BAJA                          VALUE 'B'.
006900     05  TRM-CODIGO                 PIC X(03).
007000     05  TRM-DESCRIPCION            PIC X(30).
007100     05  TRM-CATEGORIA              PIC X(01).
007200         88  TRM-CATEGORIA-VALIDA          VALUES 'C' 'P' 'D'.
007300     05  TRM-RECICLA                PIC X(01).
007400         88  TRM-RECICLA-VALIDO            VALUES 'S' 'N'.
007500
007600 FD  MAESTRO-MOTIVOS
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 35 CHARACTERS.
007900 01  MOT-REG.
008000     05  MOT-CODIGO                 PIC X(03).
008100     05  MOT-DESCRIPCION            PIC X(30).
008200     05  MOT-CATEGORIA              PIC X(01).
008300         88  MOT-CORREGIBLE                    VALUE 'C'.
008400         88  MOT-DE-PRECIOS                    VALUE 'P'.
008500         88  MOT-DEFINITIVO                    VALUE 'D'.
008600     05  MOT-RECICLA                PIC X(01).
008700         88  MOT-SE-RECICLA                    VALUE 'S'.
008800         88  MOT-NO-SE-RECICLA                 VALUE 'N'.
008900
009000 FD  LISTADO
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  LINEA-LISTADO                  PIC X(80).
009400
009500 FD  ARCH-AUTORIZA
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 25 CHARACTERS.
009800 01  AUT-REG.
009900     05  AUT-OPERADOR               PIC X(20).
010000     05  AUT-MANTENIMIENTO          PIC X(01).
010100     05  AUT-LIBERACION             PIC X(01).
010200     05  AUT-DIVISION               PIC X(01).
010300     05  AUT-DEPURACION             PIC X(01).
010301     05  AUT-RESGUARDO              PIC X(01).
010400
010500 FD  ARCH-AUDITORIA
010600     LABEL RECORDS ARE STANDARD
010601     RECORD CONTAINS 96 CHARACTERS.
010800 01  AUD-REG.
010900     05  AUD-FECHA                  PIC 9(08).
011000     05  AUD-HORA                   PIC 9(08).
011100     05  AUD-OPERADOR               PIC X(20).
011200     05  AUD-ESTADO                 PIC X(10).
011300     05  AUD-NUMERO                 PIC 9(04).
011400     05  AUD-RESULTADO              PIC 9(08).
011500     05  AUD-ENTRADA                PIC X(05).
011600     05  AUD-CORRIDA                PIC 9(06).
011601     05  AUD-ORIGEN                 PIC X(10).
011602     05  AUD-SECUENCIA              PIC 9(08).
011603     05  AUD-VERIFICADOR            PIC 9(09).
011700
011701******************************************************************
011702* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
011703******************************************************************
011704 FD  ARCH-CALENDARIO
011705     LABEL RECORDS ARE STANDARD
011706     RECORD CONTAINS 40 CHARACTERS.
011707 01  CAL-REG.
011708     05  CAL-FECHA                  PIC 9(08).
011709     05  CAL-DESCRIPCION            PIC X(30).
011710     05  FILLER                     PIC X(02).
011711
011712******************************************************************
011713* CONTROL DE SELLADO DE LA AUDITORIA: ULTIMA SECUENCIA GRABADA, SU
011714* VERIFICADOR Y LA FECHA EN QUE EMPEZO EL RASTRO SELLADO
011715******************************************************************
011716 FD  ARCH-SECUENCIA-AUD
011717     LABEL RECORDS ARE STANDARD
011718     RECORD CONTAINS 25 CHARACTERS.
011719 01  ASC-REG.
011720     05  ASC-SECUENCIA              PIC 9(08).
011721     05  ASC-VERIFICADOR            PIC 9(09).
011722     05  ASC-FECHA-INICIO           PIC 9(08).
011723
011800 WORKING-STORAGE SECTION.
011900
012000******************************************************************
012100* SWITCHES DE CONTROL DEL PROGRAMA
012200******************************************************************
012300 77  WS-SW-FIN-TRANSACCIONES     PIC X(01) VALUE 'N'.
012400     88  FIN-DE-TRANSACCIONES              VALUE 'S'.
012500     88  NO-FIN-DE-TRANSACCIONES           VALUE 'N'.
012600 77  WS-SW-TRANS-APLICADA        PIC X(01) VALUE 'N'.
012700     88  TRANS-APLICADA                    VALUE 'S'.
012800     88  TRANS-RECHAZADA                   VALUE 'N'.
012900 77  WS-SW-AUTORIZADO            PIC X(01) VALUE 'S'.
013000     88  OPERADOR-AUTORIZADO               VALUE 'S'.
013100     88  OPERADOR-NO-AUTORIZADO            VALUE 'N'.
013200 77  WS-SW-FIN-AUTORIZA          PIC X(01) VALUE 'N'.
013300     88  FIN-DE-AUTORIZA                   VALUE 'S'.
013400     88  NO-FIN-DE-AUTORIZA                VALUE 'N'.
013500 77  WS-SW-FIN-MOTIVOS           PIC X(01) VALUE 'N'.
013600     88  FIN-DE-MOTIVOS                    VALUE 'S'.
013700     88  NO-FIN-DE-MOTIVOS                 VALUE 'N'.
013701 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
013702     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
013703     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
013704 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
013705     88  DIA-HABIL                         VALUE 'S'.
013706     88  DIA-NO-HABIL                      VALUE 'N'.
013707 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
013708     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
013709     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
013710 77  WS-SW-SELLO                 PIC X(01) VALUE 'N'.
013711     88  SELLO-CARGADO                     VALUE 'S'.
013712     88  SELLO-NO-CARGADO                  VALUE 'N'.
013800
013900******************************************************************
014000* CODIGOS DE ESTADO DE ARCHIVOS
014100******************************************************************
014200 77  FS-TRANSACCIONES            PIC X(02) VALUE SPACES.
014300 77  FS-MOTIVOS                  PIC X(02) VALUE SPACES.
014400 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
014500 77  FS-AUTORIZA                 PIC X(02) VALUE SPACES.
014600 77  FS-AUDITORIA                PIC X(02) VALUE SPACES.
014601 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
014602 77  FS-SECUENCIA-AUD            PIC X(02) VALUE SPACES.
014603
014604******************************************************************
014605* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
014606* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
014607* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
014608* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
014609******************************************************************
014610 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
014611 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
014612 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
014613 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
014614 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
014615
014616******************************************************************
014617* SELLADO DE LA AUDITORIA: CADA REGISTRO LLEVA UNA SECUENCIA
014618* CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL DEL REGISTRO
014619* ANTERIOR. EL VALOR DE CADA CARACTER SE TOMA REDEFINIENDO COMO
014620* BINARIO UN PAR DE BYTES CUYO PRIMER BYTE VALE CERO.
014621******************************************************************
014622 77  WS-SELLO-SECUENCIA          PIC 9(08) VALUE ZERO.
014623 77  WS-SELLO-VERIFICADOR        PIC 9(09) VALUE ZERO.
014624 77  WS-SELLO-FECHA-INICIO       PIC 9(08) VALUE ZERO.
014625 77  WS-SELLO-ACUMULADO          PIC 9(11) VALUE ZERO COMP.
014626 77  WS-SELLO-COCIENTE           PIC 9(11) VALUE ZERO COMP.
014627 77  WS-SELLO-IND                PIC 9(04) VALUE ZERO COMP.
014628 77  WS-SELLO-LARGO              PIC 9(04) VALUE 87 COMP.
014629 01  WS-SELLO-REGISTRO.
014630     05  WS-SELLO-CAR            PIC X(01) OCCURS 96 TIMES.
014631 01  WS-SELLO-PAR.
014632     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
014633     05  WS-SELLO-CARACTER       PIC X(01) VALUE LOW-VALUE.
014634 01  WS-SELLO-VALOR REDEFINES WS-SELLO-PAR
014635                                 PIC 9(04) COMP.
014700
014800******************************************************************
014900* CONTADORES DE CONTROL DE LA CORRIDA
015000******************************************************************
015100 77  WS-TOTAL-LEIDAS             PIC 9(06) VALUE ZERO COMP.
015200 77  WS-TOTAL-APLICADAS          PIC 9(06) VALUE ZERO COMP.
015300 77  WS-TOTAL-RECHAZADAS         PIC 9(06) VALUE ZERO COMP.
015400 77  WS-TOTAL-MOTIVOS            PIC 9(06) VALUE ZERO COMP.
015500
015600******************************************************************
015700* CAMPOS DE TRABAJO
015800******************************************************************
015900 77  WS-MOTIVO-RECHAZO           PIC X(23) VALUE SPACES.
016000 77  WS-OPERADOR                 PIC X(20) VALUE SPACES.
016100 77  WS-HORA-CORRIDA             PIC 9(08) VALUE ZERO.
016200
016300******************************************************************
016400* CONTROL DEL LISTADO IMPRESO
016500******************************************************************
016600 77  WS-NUMERO-PAGINA            PIC 9(03) VALUE ZERO COMP.
016700 77  WS-LINEAS-EN-PAGINA         PIC 9(03) VALUE ZERO COMP.
016800 77  WS-MAX-LINEAS-PAGINA        PIC 9(03) VALUE 50 COMP.
016900
017000 01  WS-FECHA-CORRIDA.
017100     05  WS-FC-ANIO              PIC 9(04).
017200     05  WS-FC-MES               PIC 9(02).
017300     05  WS-FC-DIA               PIC 9(02).
017400
017500 01  LIN-BLANCO                  PIC X(80) VALUE SPACES.
017600
017700 01  LIN-ENCABEZADO-1.
017800     05  FILLER                  PIC X(26) VALUE
017900             "MANTENIMIENTO DE MOTIVOS D".
018000     05  FILLER                  PIC X(13) VALUE "E PRECIOS".
018100     05  FILLER                  PIC X(07) VALUE "FECHA: ".
018200     05  LE1-DIA                 PIC 99.
018300     05  FILLER                  PIC X(01) VALUE "/".
018400     05  LE1-MES                 PIC 99.
018500     05  FILLER                  PIC X(01) VALUE "/".
018600     05  LE1-ANIO                PIC 9999.
018700     05  FILLER                  PIC X(10) VALUE SPACES.
018800     05  FILLER                  PIC X(07) VALUE "PAGINA ".
018900     05  LE1-PAGINA              PIC ZZ9.
019000     05  FILLER                  PIC X(04) VALUE SPACES.
019100
019200 01  LIN-ENCABEZADO-2.
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  FILLER                  PIC X(04) VALUE "TIPO".
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  FILLER                  PIC X(04) VALUE "COD.".
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  FILLER                  PIC X(27) VALUE "DESCRIPCION".
019900     05  FILLER                  PIC X(05) VALUE "CAT. ".
020000     05  FILLER                  PIC X(04) VALUE "REC.".
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  FILLER                  PIC X(10) VALUE "ESTADO".
020300     05  FILLER                  PIC X(21) VALUE "MOTIVO".
020400
020500 01  LIN-DETALLE-MANT.
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  LM-TIPO                 PIC X(01).
020800     05  FILLER                  PIC X(03) VALUE SPACES.
020900     05  LM-CODIGO               PIC X(03).
021000     05  FILLER                  PIC X(03) VALUE SPACES.
021100     05  LM-DESCRIPCION          PIC X(26).
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  LM-CATEGORIA            PIC X(01).
021400     05  FILLER                  PIC X(04) VALUE SPACES.
021500     05  LM-RECICLA              PIC X(01).
021600     05  FILLER                  PIC X(02) VALUE SPACES.
021700     05  LM-ESTADO               PIC X(09).
021800     05  FILLER                  PIC X(01) VALUE SPACE.
021900     05  LM-MOTIVO               PIC X(21).
022000     05  FILLER                  PIC X(01) VALUE SPACE.
022100
022200 01  LIN-TITULO-TABLA.
022300     05  FILLER                  PIC X(33) VALUE
022400             "TABLA DE MOTIVOS VIGENTE DESPUES ".
022500     05  FILLER                  PIC X(47) VALUE
022600             "DE LA ACTUALIZACION".
022700
022800 01  LIN-DETALLE-TABLA.
022900     05  FILLER                  PIC X(06) VALUE SPACES.
023000     05  LTB-CODIGO              PIC X(03).
023100     05  FILLER                  PIC X(03) VALUE SPACES.
023200     05  LTB-DESCRIPCION         PIC X(30).
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  LTB-CATEGORIA           PIC X(10).
023500     05  FILLER                  PIC X(02) VALUE SPACES.
023600     05  LTB-RECICLA             PIC X(11).
023700     05  FILLER                  PIC X(13) VALUE SPACES.
023800
023900 01  LIN-TOTAL.
024000     05  LT-CONCEPTO             PIC X(30).
024100     05  LT-CIFRA                PIC ZZZ,ZZ9.
024200     05  FILLER                  PIC X(43) VALUE SPACES.
024300
024301 01  LIN-DIA-NO-HABIL.
024302     05  FILLER                  PIC X(29) VALUE
024303             "*** CORRIDA EN DIA NO HABIL: ".
024304     05  LNH-MOTIVO              PIC X(30).
024305     05  FILLER                  PIC X(21) VALUE SPACES.
024306
024400 PROCEDURE DIVISION.
024500
024600******************************************************************
024700* 0000-MAINLINE - PARRAFO PRINCIPAL DEL PROGRAMA.
024800******************************************************************
024900 0000-MAINLINE.
025000
025100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
025200
025300     PERFORM 2000-PROCESAR-TRANSACCION
025400         THRU 2000-PROCESAR-TRANSACCION-EXIT
025500         UNTIL FIN-DE-TRANSACCIONES.
025600
025700     PERFORM 5000-LISTAR-TABLA THRU 5000-LISTAR-TABLA-EXIT.
025800
025900     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
026000
026100     IF WS-TOTAL-RECHAZADAS > ZERO
026200         MOVE 4 TO RETURN-CODE
026300     ELSE
026400         MOVE 0 TO RETURN-CODE.
026500
026600     STOP RUN.
026700
026800******************************************************************
026900* 1000-INICIALIZAR - ABRE LOS ARCHIVOS DE LA CORRIDA. SI LA TABLA
027000* DE MOTIVOS TODAVIA NO EXISTE SE CREA VACIA, PARA QUE LA CARGA
027100* INICIAL PUEDA HACERSE POR TRANSACCIONES DE ALTA.
027200******************************************************************
027300 1000-INICIALIZAR.
027400
027500     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
027501     ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
027502
027503     PERFORM 1900-VERIFICAR-DIA-CORRIDA
027600         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
027700
027800     PERFORM 1080-VERIFICAR-AUTORIZACION
027900         THRU 1080-VERIFICAR-AUTORIZACION-EXIT.
028000
028100     OPEN INPUT ARCH-TRANSACCIONES.
028200     IF FS-TRANSACCIONES NOT = "00"
028300         DISPLAY "ERROR AL ABRIR EL ARCHIVO DE TRANSACCIONES. "
028400             "ESTADO: " FS-TRANSACCIONES
028500         MOVE 16 TO RETURN-CODE
028600         STOP RUN.
028700
028800     OPEN I-O MAESTRO-MOTIVOS.
028900     IF FS-MOTIVOS = "35"
029000         PERFORM 1100-CREAR-MOTIVOS THRU 1100-CREAR-MOTIVOS-EXIT
029100     ELSE
029200         IF FS-MOTIVOS NOT = "00"
029300             DISPLAY "ERROR AL ABRIR LA TABLA DE MOTIVOS. "
029400                 "ESTADO: " FS-MOTIVOS
029500             MOVE 16 TO RETURN-CODE
029600             STOP RUN
029700         END-IF.
029800
029900     OPEN OUTPUT LISTADO.
030000     IF FS-LISTADO NOT = "00"
030100         DISPLAY "ERROR AL ABRIR EL LISTADO. ESTADO: " FS-LISTADO
030200         MOVE 16 TO RETURN-CODE
030300         STOP RUN.
030400
030500     PERFORM 3050-ENCABEZADO-LISTADO
030600         THRU 3050-ENCABEZADO-LISTADO-EXIT.
030700
030800 1000-INICIALIZAR-EXIT.
030900     EXIT.
031000
031100******************************************************************
031200* 1080-VERIFICAR-AUTORIZACION - VERIFICA QUE EL OPERADOR TENGA
031300* PERMISO DE MANTENIMIENTO EN EL ARCHIVO DE AUTORIZACIONES, EL
031400* MISMO QUE PIDE EL MANTENIMIENTO DEL MAESTRO. SIN ARCHIVO DE
031500* AUTORIZACIONES NO HAY CONTROL DE ACCESO. EL INTENTO DENEGADO
031600* QUEDA EN LA AUDITORIA Y TERMINA CON CODIGO 12.
031700******************************************************************
031800 1080-VERIFICAR-AUTORIZACION.
031900
032000     SET OPERADOR-AUTORIZADO TO TRUE.
032100
032200     OPEN INPUT ARCH-AUTORIZA.
032300     IF FS-AUTORIZA = "35"
032400         GO TO 1080-VERIFICAR-AUTORIZACION-EXIT.
032500     IF FS-AUTORIZA NOT = "00"
032600         DISPLAY "ERROR AL ABRIR LAS AUTORIZACIONES. ESTADO: "
032700             FS-AUTORIZA
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN.
033000
033100     SET OPERADOR-NO-AUTORIZADO TO TRUE.
033200     SET NO-FIN-DE-AUTORIZA TO TRUE.
033300
033400     PERFORM 1085-BUSCAR-AUTORIZACION
033500         THRU 1085-BUSCAR-AUTORIZACION-EXIT
033600         UNTIL FIN-DE-AUTORIZA.
033700
033800     CLOSE ARCH-AUTORIZA.
033900
034000     IF OPERADOR-NO-AUTORIZADO
034100         PERFORM 1090-DENEGAR-ACCESO
034200             THRU 1090-DENEGAR-ACCESO-EXIT.
034300
034400 1080-VERIFICAR-AUTORIZACION-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800* 1085-BUSCAR-AUTORIZACION - BUSCA AL OPERADOR EN EL ARCHIVO DE
034900* AUTORIZACIONES Y TOMA SU PERMISO DE MANTENIMIENTO.
035000******************************************************************
035100 1085-BUSCAR-AUTORIZACION.
035200
035300     READ ARCH-AUTORIZA
035400         AT END
035500             SET FIN-DE-AUTORIZA TO TRUE
035600             GO TO 1085-BUSCAR-AUTORIZACION-EXIT
035700     END-READ.
035800
035900     IF FS-AUTORIZA NOT = "00" AND FS-AUTORIZA NOT = "06"
036000         DISPLAY "ERROR AL LEER LAS AUTORIZACIONES. ESTADO: "
036100             FS-AUTORIZA
036200         MOVE 16 TO RETURN-CODE
036300         STOP RUN.
036400
036500     IF AUT-OPERADOR = WS-OPERADOR
036600         SET FIN-DE-AUTORIZA TO TRUE
036700         IF AUT-MANTENIMIENTO = "S"
036800             SET OPERADOR-AUTORIZADO TO TRUE
036900         END-IF
037000     END-IF.
037100
037200 1085-BUSCAR-AUTORIZACION-EXIT.
037300     EXIT.
037400
037500******************************************************************
037600* 1090-DENEGAR-ACCESO - EL OPERADOR NO TIENE PERMISO: EL INTENTO
037700* QUEDA EN LA AUDITORIA COMO DENEGADO Y EL PROGRAMA TERMINA CON
037800* CODIGO 12 SIN TOCAR LA TABLA.
037900******************************************************************
038000 1090-DENEGAR-ACCESO.
038100
038200     DISPLAY "OPERADOR SIN AUTORIZACION PARA EL MANTENIMIENTO "
038300         "DE MOTIVOS: " WS-OPERADOR.
038400
038500     ACCEPT WS-HORA-CORRIDA FROM TIME.
038600
038700     MOVE WS-FECHA-CORRIDA TO AUD-FECHA.
038800     MOVE WS-HORA-CORRIDA  TO AUD-HORA.
038900     MOVE WS-OPERADOR      TO AUD-OPERADOR.
039000     MOVE "DENEGADO  "     TO AUD-ESTADO.
039100     MOVE ZERO             TO AUD-NUMERO.
039200     MOVE ZERO             TO AUD-RESULTADO.
039300     MOVE "MOTIV"          TO AUD-ENTRADA.
039400     MOVE ZERO             TO AUD-CORRIDA.
039401     MOVE SPACES           TO AUD-ORIGEN.
039500
039600     OPEN EXTEND ARCH-AUDITORIA.
039700     IF FS-AUDITORIA = "35"
039800         OPEN OUTPUT ARCH-AUDITORIA.
039900     IF FS-AUDITORIA = "00" OR FS-AUDITORIA = "05"
039901         PERFORM 9100-SELLAR-AUDITORIA
039902             THRU 9100-SELLAR-AUDITORIA-EXIT
040000         WRITE AUD-REG
040001         PERFORM 9170-GUARDAR-SELLO THRU 9170-GUARDAR-SELLO-EXIT
040100         CLOSE ARCH-AUDITORIA.
040200
040300     MOVE 12 TO RETURN-CODE.
040400     STOP RUN.
040500
040600 1090-DENEGAR-ACCESO-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000* 1100-CREAR-MOTIVOS - LA TABLA DE MOTIVOS NO EXISTE: SE CREA
041100* VACIA Y SE REABRE PARA ACTUALIZACION.
041200******************************************************************
041300 1100-CREAR-MOTIVOS.
041400
041500     OPEN OUTPUT MAESTRO-MOTIVOS.
041600     IF FS-MOTIVOS NOT = "00"
041700         DISPLAY "ERROR AL CREAR LA TABLA DE MOTIVOS. "
041800             "ESTADO: " FS-MOTIVOS
041900         MOVE 16 TO RETURN-CODE
042000         STOP RUN.
042100
042200     CLOSE MAESTRO-MOTIVOS.
042300
042400     OPEN I-O MAESTRO-MOTIVOS.
042500     IF FS-MOTIVOS NOT = "00"
042600         DISPLAY "ERROR AL REABRIR LA TABLA DE MOTIVOS. "
042700             "ESTADO: " FS-MOTIVOS
042800         MOVE 16 TO RETURN-CODE
042900         STOP RUN.
043000
043100 1100-CREAR-MOTIVOS-EXIT.
043200     EXIT.
043300
043301******************************************************************
043302* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
043303* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
043304* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
043305******************************************************************
043306 1900-VERIFICAR-DIA-CORRIDA.
043307
043308     OPEN INPUT ARCH-CALENDARIO.
043309     IF FS-CALENDARIO = "35"
043310         SET CALENDARIO-NO-DISPONIBLE TO TRUE
043311     ELSE
043312         IF FS-CALENDARIO NOT = "00"
043313             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
043314                 FS-CALENDARIO
043315             MOVE 16 TO RETURN-CODE
043316             STOP RUN
043317         END-IF.
043318
043319     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
043320     PERFORM 1950-VERIFICAR-DIA-HABIL
043321         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
043322     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
043323     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
043324
043325     IF CALENDARIO-DISPONIBLE
043326         CLOSE ARCH-CALENDARIO.
043327
043328 1900-VERIFICAR-DIA-CORRIDA-EXIT.
043329     EXIT.
043330
043331******************************************************************
043332* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
043333* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
043334* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
043335******************************************************************
043336 1950-VERIFICAR-DIA-HABIL.
043337
043338     SET DIA-HABIL TO TRUE.
043339     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
043340
043341     COMPUTE WS-ENTERO-HABIL =
043342         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
043343     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
043344         REMAINDER WS-DIA-SEMANA.
043345
043346     IF WS-DIA-SEMANA = 6
043347         SET DIA-NO-HABIL TO TRUE
043348         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
043349         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
043350
043351     IF WS-DIA-SEMANA = 0
043352         SET DIA-NO-HABIL TO TRUE
043353         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
043354         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
043355
043356     IF CALENDARIO-NO-DISPONIBLE
043357         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
043358
043359     MOVE WS-FECHA-HABIL TO CAL-FECHA.
043360     READ ARCH-CALENDARIO
043361         INVALID KEY
043362             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
043363     END-READ.
043364
043365     IF FS-CALENDARIO NOT = "00"
043366         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
043367             FS-CALENDARIO
043368         MOVE 16 TO RETURN-CODE
043369         STOP RUN.
043370
043371     SET DIA-NO-HABIL TO TRUE.
043372     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
043373
043374 1950-VERIFICAR-DIA-HABIL-EXIT.
043375     EXIT.
043376
043400******************************************************************
043500* 2000-PROCESAR-TRANSACCION - UNA VUELTA DEL PROGRAMA: LEE UNA
043600* TRANSACCION, LA VALIDA, LA APLICA A LA TABLA Y DEJA EL RENGLON
043700* CORRESPONDIENTE EN EL LISTADO DE ACTUALIZACION.
043800******************************************************************
043900 2000-PROCESAR-TRANSACCION.
044000
044100     PERFORM 2100-LEER-TRANSACCION
044200         THRU 2100-LEER-TRANSACCION-EXIT.
044300
044400     IF FIN-DE-TRANSACCIONES
044500         GO TO 2000-PROCESAR-TRANSACCION-EXIT.
044600
044700     ADD 1 TO WS-TOTAL-LEIDAS.
044800
044900     SET TRANS-RECHAZADA TO TRUE.
045000     MOVE SPACES TO WS-MOTIVO-RECHAZO.
045100
045200     PERFORM 2200-VALIDAR-TRANSACCION
045300         THRU 2200-VALIDAR-TRANSACCION-EXIT.
045400
045500     IF WS-MOTIVO-RECHAZO = SPACES
045600         EVALUATE TRUE
045700             WHEN TRM-ALTA
045800                 PERFORM 3100-APLICAR-ALTA
045900                     THRU 3100-APLICAR-ALTA-EXIT
046000             WHEN TRM-CAMBIO
046100                 PERFORM 3200-APLICAR-CAMBIO
046200                     THRU 3200-APLICAR-CAMBIO-EXIT
046300             WHEN TRM-BAJA
046400                 PERFORM 3300-APLICAR-BAJA
046500                     THRU 3300-APLICAR-BAJA-EXIT
046600         END-EVALUATE.
046700
046800     IF TRANS-APLICADA
046900         ADD 1 TO WS-TOTAL-APLICADAS
047000     ELSE
047100         ADD 1 TO WS-TOTAL-RECHAZADAS.
047200
047300     PERFORM 3900-IMPRIMIR-RENGLON
047400         THRU 3900-IMPRIMIR-RENGLON-EXIT.
047500
047600 2000-PROCESAR-TRANSACCION-EXIT.
047700     EXIT.
047800
047900******************************************************************
048000* 2100-LEER-TRANSACCION - LEE EL SIGUIENTE REGISTRO DEL ARCHIVO
048100* DE TRANSACCIONES.
048200******************************************************************
048300 2100-LEER-TRANSACCION.
048400
048500     READ ARCH-TRANSACCIONES
048600         AT END
048700             SET FIN-DE-TRANSACCIONES TO TRUE
048800             GO TO 2100-LEER-TRANSACCION-EXIT
048900     END-READ.
049000
049100     IF FS-TRANSACCIONES NOT = "00" AND
049200             FS-TRANSACCIONES NOT = "06"
049300         DISPLAY "ERROR AL LEER EL ARCHIVO DE TRANSACCIONES. "
049400             "ESTADO: " FS-TRANSACCIONES
049500         MOVE 16 TO RETURN-CODE
049600         STOP RUN.
049700
049800 2100-LEER-TRANSACCION-EXIT.
049900     EXIT.
050000
050100******************************************************************
050200* 2200-VALIDAR-TRANSACCION - VALIDA EL CONTENIDO DE LA
050300* TRANSACCION ANTES DE TOCAR LA TABLA. DEJA EL MOTIVO DE RECHAZO
050400* EN WS-MOTIVO-RECHAZO, O EN BLANCO SI ESTA BIEN.
050500******************************************************************
050600 2200-VALIDAR-TRANSACCION.
050700
050800     IF NOT TRM-ALTA AND NOT TRM-CAMBIO AND NOT TRM-BAJA
050900         MOVE "TIPO INVALIDO" TO WS-MOTIVO-RECHAZO
051000         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
051100
051200     IF TRM-CODIGO = SPACES
051300         MOVE "CODIGO EN BLANCO" TO WS-MOTIVO-RECHAZO
051400         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
051500
051600     IF TRM-ALTA
051700         IF TRM-DESCRIPCION = SPACES
051800             MOVE "DESCRIPCION EN BLANCO" TO WS-MOTIVO-RECHAZO
051900             GO TO 2200-VALIDAR-TRANSACCION-EXIT
052000         END-IF
052100         IF NOT TRM-CATEGORIA-VALIDA
052200             MOVE "CATEGORIA INVALIDA" TO WS-MOTIVO-RECHAZO
052300             GO TO 2200-VALIDAR-TRANSACCION-EXIT
052400         END-IF
052500         IF NOT TRM-RECICLA-VALIDO
052600             MOVE "RECICLA DEBE SER S O N" TO WS-MOTIVO-RECHAZO
052700             GO TO 2200-VALIDAR-TRANSACCION-EXIT
052800         END-IF.
052900
053000*    EN UN CAMBIO, LOS CAMPOS EN BLANCO SIGNIFICAN "SIN CAMBIO",
053100*    PERO LO QUE VIENE INFORMADO TIENE QUE SER VALIDO.
053200     IF TRM-CAMBIO
053300         IF TRM-DESCRIPCION = SPACES AND TRM-CATEGORIA = SPACE
053400                 AND TRM-RECICLA = SPACE
053500             MOVE "CAMBIO SIN DATOS" TO WS-MOTIVO-RECHAZO
053600             GO TO 2200-VALIDAR-TRANSACCION-EXIT
053700         END-IF
053800         IF TRM-CATEGORIA NOT = SPACE AND NOT TRM-CATEGORIA-VALIDA
053900             MOVE "CATEGORIA INVALIDA" TO WS-MOTIVO-RECHAZO
054000             GO TO 2200-VALIDAR-TRANSACCION-EXIT
054100         END-IF
054200         IF TRM-RECICLA NOT = SPACE AND NOT TRM-RECICLA-VALIDO
054300             MOVE "RECICLA DEBE SER S O N" TO WS-MOTIVO-RECHAZO
054400             GO TO 2200-VALIDAR-TRANSACCION-EXIT
054500         END-IF.
054600
054700 2200-VALIDAR-TRANSACCION-EXIT.
054800     EXIT.
054900
055000******************************************************************
055100* 3100-APLICAR-ALTA - GRABA EL MOTIVO NUEVO EN LA TABLA. UN
055200* CODIGO YA EXISTENTE SE RECHAZA, NO SE PISA.
055300******************************************************************
055400 3100-APLICAR-ALTA.
055500
055600     MOVE TRM-CODIGO      TO MOT-CODIGO.
055700     MOVE TRM-DESCRIPCION TO MOT-DESCRIPCION.
055800     MOVE TRM-CATEGORIA   TO MOT-CATEGORIA.
055900     MOVE TRM-RECICLA     TO MOT-RECICLA.
056000
056100     WRITE MOT-REG
056200         INVALID KEY
056300             MOVE "CODIGO YA EXISTE" TO WS-MOTIVO-RECHAZO
056400         NOT INVALID KEY
056500             SET TRANS-APLICADA TO TRUE
056600     END-WRITE.
056700
056800 3100-APLICAR-ALTA-EXIT.
056900     EXIT.
057000
057100******************************************************************
057200* 3200-APLICAR-CAMBIO - ACTUALIZA UN MOTIVO EXISTENTE. LOS CAMPOS
057300* EN BLANCO DE LA TRANSACCION DEJAN EL VALOR DE LA TABLA COMO
057400* ESTA.
057500******************************************************************
057600 3200-APLICAR-CAMBIO.
057700
057800     MOVE TRM-CODIGO TO MOT-CODIGO.
057900
058000     READ MAESTRO-MOTIVOS
058100         INVALID KEY
058200             MOVE "CODIGO INEXISTENTE" TO WS-MOTIVO-RECHAZO
058300             GO TO 3200-APLICAR-CAMBIO-EXIT
058400     END-READ.
058500
058600     IF TRM-DESCRIPCION NOT = SPACES
058700         MOVE TRM-DESCRIPCION TO MOT-DESCRIPCION.
058800
058900     IF TRM-CATEGORIA NOT = SPACE
059000         MOVE TRM-CATEGORIA TO MOT-CATEGORIA.
059100
059200     IF TRM-RECICLA NOT = SPACE
059300         MOVE TRM-RECICLA TO MOT-RECICLA.
059400
059500     REWRITE MOT-REG
059600         INVALID KEY
059700             MOVE "CODIGO INEXISTENTE" TO WS-MOTIVO-RECHAZO
059800         NOT INVALID KEY
059900             SET TRANS-APLICADA TO TRUE
060000     END-REWRITE.
060100
060200 3200-APLICAR-CAMBIO-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600* 3300-APLICAR-BAJA - ELIMINA UN MOTIVO DE LA TABLA. DESDE ESE DIA
060700* UNA RESPUESTA CON ESE CODIGO SALE COMO MOTIVO NO CATALOGADO.
060800******************************************************************
060900 3300-APLICAR-BAJA.
061000
061100     MOVE TRM-CODIGO TO MOT-CODIGO.
061200
061300     DELETE MAESTRO-MOTIVOS RECORD
061400         INVALID KEY
061500             MOVE "CODIGO INEXISTENTE" TO WS-MOTIVO-RECHAZO
061600         NOT INVALID KEY
061700             SET TRANS-APLICADA TO TRUE
061800     END-DELETE.
061900
062000 3300-APLICAR-BAJA-EXIT.
062100     EXIT.
062200
062300******************************************************************
062400* 3050-ENCABEZADO-LISTADO - ESCRIBE EL ENCABEZADO DE UNA NUEVA
062500* PAGINA DEL LISTADO DE ACTUALIZACION.
062600******************************************************************
062700 3050-ENCABEZADO-LISTADO.
062800
062900     ADD 1 TO WS-NUMERO-PAGINA.
063000     MOVE WS-FC-DIA  TO LE1-DIA.
063100     MOVE WS-FC-MES  TO LE1-MES.
063200     MOVE WS-FC-ANIO TO LE1-ANIO.
063300     MOVE WS-NUMERO-PAGINA TO LE1-PAGINA.
063400
063500     IF WS-NUMERO-PAGINA > 1
063600         WRITE LINEA-LISTADO FROM LIN-BLANCO
063700             AFTER ADVANCING PAGE
063800     ELSE
063900         WRITE LINEA-LISTADO FROM LIN-BLANCO.
064000
064100     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
064101     IF CORRIDA-EN-DIA-NO-HABIL
064102         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
064200     WRITE LINEA-LISTADO FROM LIN-BLANCO.
064300     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-2.
064400     WRITE LINEA-LISTADO FROM LIN-BLANCO.
064500     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
064600
064700 3050-ENCABEZADO-LISTADO-EXIT.
064800     EXIT.
064900
065000******************************************************************
065100* 3900-IMPRIMIR-RENGLON - DEJA EN EL LISTADO EL RENGLON DE LA
065200* TRANSACCION RECIEN PROCESADA, CON SU ESTADO Y MOTIVO.
065300******************************************************************
065400 3900-IMPRIMIR-RENGLON.
065500
065600     IF WS-LINEAS-EN-PAGINA NOT < WS-MAX-LINEAS-PAGINA
065700         PERFORM 3050-ENCABEZADO-LISTADO
065800             THRU 3050-ENCABEZADO-LISTADO-EXIT.
065900
066000     MOVE TRM-TIPO        TO LM-TIPO.
066100     MOVE TRM-CODIGO      TO LM-CODIGO.
066200     MOVE TRM-DESCRIPCION TO LM-DESCRIPCION.
066300     MOVE TRM-CATEGORIA   TO LM-CATEGORIA.
066400     MOVE TRM-RECICLA     TO LM-RECICLA.
066500
066600     IF TRANS-APLICADA
066700         MOVE "APLICADA " TO LM-ESTADO
066800     ELSE
066900         MOVE "RECHAZADA" TO LM-ESTADO.
067000
067100     MOVE WS-MOTIVO-RECHAZO TO LM-MOTIVO.
067200
067300     WRITE LINEA-LISTADO FROM LIN-DETALLE-MANT.
067400     ADD 1 TO WS-LINEAS-EN-PAGINA.
067500
067600 3900-IMPRIMIR-RENGLON-EXIT.
067700     EXIT.
067800
067900******************************************************************
068000* 5000-LISTAR-TABLA - DESPUES DE LA ACTUALIZACION RECORRE LA TABLA
068100* EN ORDEN DE CODIGO Y LA IMPRIME COMPLETA, PARA QUE LA MESA DE
068200* CONTROL TENGA SIEMPRE A MANO LA VERSION VIGENTE.
068300******************************************************************
068400 5000-LISTAR-TABLA.
068500
068600     WRITE LINEA-LISTADO FROM LIN-BLANCO.
068700     WRITE LINEA-LISTADO FROM LIN-TITULO-TABLA.
068800     WRITE LINEA-LISTADO FROM LIN-BLANCO.
068900     ADD 3 TO WS-LINEAS-EN-PAGINA.
069000
069100     MOVE LOW-VALUES TO MOT-CODIGO.
069200     SET NO-FIN-DE-MOTIVOS TO TRUE.
069300
069400     START MAESTRO-MOTIVOS KEY IS NOT < MOT-CODIGO
069500         INVALID KEY
069600             SET FIN-DE-MOTIVOS TO TRUE
069700     END-START.
069800
069900     PERFORM 5100-LISTAR-MOTIVO
070000         THRU 5100-LISTAR-MOTIVO-EXIT
070100         UNTIL FIN-DE-MOTIVOS.
070200
070300 5000-LISTAR-TABLA-EXIT.
070400     EXIT.
070500
070600******************************************************************
070700* 5100-LISTAR-MOTIVO - LEE EL SIGUIENTE MOTIVO DE LA TABLA Y LO
070800* IMPRIME CON SU CATEGORIA Y SU MARCA DE RECICLADO.
070900******************************************************************
071000 5100-LISTAR-MOTIVO.
071100
071200     READ MAESTRO-MOTIVOS NEXT RECORD
071300         AT END
071400             SET FIN-DE-MOTIVOS TO TRUE
071500             GO TO 5100-LISTAR-MOTIVO-EXIT
071600     END-READ.
071700
071800     IF FS-MOTIVOS NOT = "00"
071900         DISPLAY "ERROR AL RECORRER LA TABLA DE MOTIVOS. "
072000             "ESTADO: " FS-MOTIVOS
072100         MOVE 16 TO RETURN-CODE
072200         STOP RUN.
072300
072400     IF WS-LINEAS-EN-PAGINA NOT < WS-MAX-LINEAS-PAGINA
072500         PERFORM 3050-ENCABEZADO-LISTADO
072600             THRU 3050-ENCABEZADO-LISTADO-EXIT.
072700
072800     ADD 1 TO WS-TOTAL-MOTIVOS.
072900
073000     MOVE MOT-CODIGO      TO LTB-CODIGO.
073100     MOVE MOT-DESCRIPCION TO LTB-DESCRIPCION.
073200
073300     EVALUATE TRUE
073400         WHEN MOT-CORREGIBLE
073500             MOVE "CORREGIBLE" TO LTB-CATEGORIA
073600         WHEN MOT-DE-PRECIOS
073700             MOVE "DE PRECIOS" TO LTB-CATEGORIA
073800         WHEN MOT-DEFINITIVO
073900             MOVE "DEFINITIVO" TO LTB-CATEGORIA
074000         WHEN OTHER
074100             MOVE MOT-CATEGORIA TO LTB-CATEGORIA
074200     END-EVALUATE.
074300
074400     IF MOT-NO-SE-RECICLA
074500         MOVE "NO RECICLA " TO LTB-RECICLA
074600     ELSE
074700         MOVE "SE RECICLA " TO LTB-RECICLA.
074800
074900     WRITE LINEA-LISTADO FROM LIN-DETALLE-TABLA.
075000     ADD 1 TO WS-LINEAS-EN-PAGINA.
075100
075200 5100-LISTAR-MOTIVO-EXIT.
075300     EXIT.
075400
075500******************************************************************
075600* 8000-FINALIZAR - IMPRIME LOS TOTALES DE CONTROL Y CIERRA LOS
075700* ARCHIVOS DE LA CORRIDA.
075800******************************************************************
075900 8000-FINALIZAR.
076000
076100     WRITE LINEA-LISTADO FROM LIN-BLANCO.
076200
076300     MOVE "TRANSACCIONES LEIDAS.......: " TO LT-CONCEPTO.
076400     MOVE WS-TOTAL-LEIDAS TO LT-CIFRA.
076500     WRITE LINEA-LISTADO FROM LIN-TOTAL.
076600
076700     MOVE "TRANSACCIONES APLICADAS....: " TO LT-CONCEPTO.
076800     MOVE WS-TOTAL-APLICADAS TO LT-CIFRA.
076900     WRITE LINEA-LISTADO FROM LIN-TOTAL.
077000
077100     MOVE "TRANSACCIONES RECHAZADAS...: " TO LT-CONCEPTO.
077200     MOVE WS-TOTAL-RECHAZADAS TO LT-CIFRA.
077300     WRITE LINEA-LISTADO FROM LIN-TOTAL.
077400
077500     MOVE "MOTIVOS EN LA TABLA........: " TO LT-CONCEPTO.
077600     MOVE WS-TOTAL-MOTIVOS TO LT-CIFRA.
077700     WRITE LINEA-LISTADO FROM LIN-TOTAL.
077800
077900     DISPLAY "TRANSACCIONES LEIDAS.......: " WS-TOTAL-LEIDAS.
078000     DISPLAY "TRANSACCIONES APLICADAS....: " WS-TOTAL-APLICADAS.
078100     DISPLAY "TRANSACCIONES RECHAZADAS...: " WS-TOTAL-RECHAZADAS.
078200     DISPLAY "MOTIVOS EN LA TABLA........: " WS-TOTAL-MOTIVOS.
078300
078400     CLOSE ARCH-TRANSACCIONES.
078500     CLOSE MAESTRO-MOTIVOS.
078600     CLOSE LISTADO.
078700
078800 8000-FINALIZAR-EXIT.
078900     EXIT.
079000
079001******************************************************************
079002* 9100-SELLAR-AUDITORIA - NUMERA EL REGISTRO DE AUDITORIA YA
079003* ARMADO CON LA SECUENCIA SIGUIENTE Y LE CALCULA EL VERIFICADOR
079004* ENCADENADO CON EL DEL REGISTRO ANTERIOR. LA ULTIMA SECUENCIA Y
079005* EL ULTIMO VERIFICADOR SALEN DEL CONTROL DE SELLADO, COMUN A
079006* TODOS LOS PROGRAMAS QUE GRABAN AUDITORIA.
079007******************************************************************
079008 9100-SELLAR-AUDITORIA.
079009
079010     IF SELLO-NO-CARGADO
079011         PERFORM 9110-CARGAR-SELLO THRU 9110-CARGAR-SELLO-EXIT.
079012
079013     ADD 1 TO WS-SELLO-SECUENCIA.
079014     MOVE WS-SELLO-SECUENCIA TO AUD-SECUENCIA.
079015     MOVE ZERO               TO AUD-VERIFICADOR.
079016     MOVE AUD-REG            TO WS-SELLO-REGISTRO.
079017
079018     PERFORM 9150-ACUMULAR-CARACTER
079019         THRU 9150-ACUMULAR-CARACTER-EXIT
079020         VARYING WS-SELLO-IND FROM 1 BY 1
079021         UNTIL WS-SELLO-IND > WS-SELLO-LARGO.
079022
079023     MOVE WS-SELLO-VERIFICADOR TO AUD-VERIFICADOR.
079024
079025 9100-SELLAR-AUDITORIA-EXIT.
079026     EXIT.
079027
079028******************************************************************
079029* 9110-CARGAR-SELLO - LEE DEL CONTROL DE SELLADO LA ULTIMA
079030* SECUENCIA Y EL ULTIMO VERIFICADOR. SIN CONTROL EL SELLADO
079031* EMPIEZA DE CERO Y LA FECHA DEL REGISTRO QUEDA COMO INICIO DEL
079032* RASTRO SELLADO.
079033******************************************************************
079034 9110-CARGAR-SELLO.
079035
079036     MOVE ZERO      TO WS-SELLO-SECUENCIA.
079037     MOVE ZERO      TO WS-SELLO-VERIFICADOR.
079038     MOVE AUD-FECHA TO WS-SELLO-FECHA-INICIO.
079039     SET SELLO-CARGADO TO TRUE.
079040
079041     OPEN INPUT ARCH-SECUENCIA-AUD.
079042     IF FS-SECUENCIA-AUD = "35"
079043         GO TO 9110-CARGAR-SELLO-EXIT.
079044     IF FS-SECUENCIA-AUD NOT = "00"
079045         DISPLAY "ERROR AL ABRIR EL CONTROL DE SELLADO. ESTADO: "
079046             FS-SECUENCIA-AUD
079047         MOVE 16 TO RETURN-CODE
079048         STOP RUN.
079049
079050     READ ARCH-SECUENCIA-AUD
079051         AT END
079052             CLOSE ARCH-SECUENCIA-AUD
079053             GO TO 9110-CARGAR-SELLO-EXIT
079054     END-READ.
079055
079056     IF FS-SECUENCIA-AUD NOT = "00"
079057         DISPLAY "ERROR AL LEER EL CONTROL DE SELLADO. ESTADO: "
079058             FS-SECUENCIA-AUD
079059         MOVE 16 TO RETURN-CODE
079060         STOP RUN.
079061
079062     MOVE ASC-SECUENCIA    TO WS-SELLO-SECUENCIA.
079063     MOVE ASC-VERIFICADOR  TO WS-SELLO-VERIFICADOR.
079064     MOVE ASC-FECHA-INICIO TO WS-SELLO-FECHA-INICIO.
079065
079066     CLOSE ARCH-SECUENCIA-AUD.
079067
079068 9110-CARGAR-SELLO-EXIT.
079069     EXIT.
079070
079071******************************************************************
079072* 9150-ACUMULAR-CARACTER - SUMA UN CARACTER DEL REGISTRO AL
079073* VERIFICADOR: EL ACUMULADO POR 31 MAS EL VALOR DEL CARACTER,
079074* MODULO 999999937. SE RECORREN LOS 87 PRIMEROS CARACTERES, TODO
079075* EL REGISTRO MENOS EL PROPIO VERIFICADOR.
079076******************************************************************
079077 9150-ACUMULAR-CARACTER.
079078
079079     MOVE WS-SELLO-CAR (WS-SELLO-IND) TO WS-SELLO-CARACTER.
079080     COMPUTE WS-SELLO-ACUMULADO =
079081         WS-SELLO-VERIFICADOR * 31 + WS-SELLO-VALOR.
079082     DIVIDE WS-SELLO-ACUMULADO BY 999999937
079083         GIVING WS-SELLO-COCIENTE REMAINDER WS-SELLO-VERIFICADOR.
079084
079085 9150-ACUMULAR-CARACTER-EXIT.
079086     EXIT.
079087
079088******************************************************************
079089* 9170-GUARDAR-SELLO - DEJA EN EL CONTROL DE SELLADO LA SECUENCIA
079090* Y EL VERIFICADOR DEL REGISTRO RECIEN GRABADO. SI LA GRABACION DE
079091* LA AUDITORIA FALLO EL NUMERO NO SE CONSUME: EL CONTROL SE VUELVE
079092* A LEER PARA EL PROXIMO REGISTRO.
079093******************************************************************
079094 9170-GUARDAR-SELLO.
079095
079096     IF FS-AUDITORIA NOT = "00"
079097         SET SELLO-NO-CARGADO TO TRUE
079098         GO TO 9170-GUARDAR-SELLO-EXIT.
079099
079100     OPEN OUTPUT ARCH-SECUENCIA-AUD.
079101     IF FS-SECUENCIA-AUD NOT = "00"
079102         DISPLAY "ERROR AL REGRABAR EL CONTROL DE SELLADO. "
079103             "ESTADO: " FS-SECUENCIA-AUD
079104         MOVE 16 TO RETURN-CODE
079105         STOP RUN.
079106
079107     MOVE WS-SELLO-SECUENCIA    TO ASC-SECUENCIA.
079108     MOVE WS-SELLO-VERIFICADOR  TO ASC-VERIFICADOR.
079109     MOVE WS-SELLO-FECHA-INICIO TO ASC-FECHA-INICIO.
079110     WRITE ASC-REG.
079111     IF FS-SECUENCIA-AUD NOT = "00"
079112         DISPLAY "ERROR AL GRABAR EL CONTROL DE SELLADO. ESTADO: "
079113             FS-SECUENCIA-AUD
079114         MOVE 16 TO RETURN-CODE
079115         STOP RUN.
079116
079117     CLOSE ARCH-SECUENCIA-AUD.
079118
079119 9170-GUARDAR-SELLO-EXIT.
079120     EXIT.
079121
079122 END PROGRAM MANTMOTIVOS.
