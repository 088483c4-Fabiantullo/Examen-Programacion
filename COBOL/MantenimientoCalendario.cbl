000100******************************************************************
000200* AUTHOR.     J. FERNANDEZ.
000300* INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400* DATE-WRITTEN. 2026-10-14.
000500* DATE-COMPILED.
000600* PURPOSE.    MANTENIMIENTO DEL CALENDARIO DE DIAS NO HABILES DE
000700*             LA CADENA. APLICA UN ARCHIVO DE TRANSACCIONES DE
000800*             ALTAS Y BAJAS DE FERIADOS (FECHA Y DESCRIPCION)
000900*             SOBRE EL ARCHIVO INDEXADO DEL CALENDARIO E IMPRIME
001000*             UN LISTADO DE ACTUALIZACION CON CADA TRANSACCION
001100*             APLICADA O RECHAZADA Y SU MOTIVO. LAS TRANSACCIONES
001200*             DE LISTADO PIDEN EL CALENDARIO COMPLETO DE UN ANIO,
001300*             QUE SE IMPRIME AL FINAL COMO QUEDO, CON LA CUENTA DE
001400*             DIAS HABILES. LOS SABADOS Y DOMINGOS NUNCA SON
001500*             HABILES Y NO SE CARGAN. LO USAN LA ANTIGUEDAD DE
001600*             PENDIENTES, LA ACTIVACION DEL MAESTRO, LA DEPURACION
001700*             DE GENERACIONES Y LOS LISTADOS DE LA CADENA.
001800* TECTONICS.  COBC.
001900*-----------------------------------------------------------*
002000* MODIFICATION HISTORY.
002100* -----------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 2026-10-14 JFR   PROGRAMA ORIGINAL. HASTA AHORA TODAS LAS
002400*                  CUENTAS DE FECHAS DE LA CADENA ERAN EN DIAS
002500*                  CORRIDOS.
002501* 2026-10-14 JFR   CADA REGISTRO DE AUDITORIA LLEVA UNA SECUENCIA
002502*                  CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL
002503*                  DEL ANTERIOR (REGISTRO DE 96), TOMADOS DEL
002504*                  CONTROL DE SELLADO AUDSECCTL.
002505* 2026-10-14 JFR   EL REGISTRO DE AUTORIZACIONES LLEVA EL PERMISO
002506*                  DE RESGUARDO Y RESTAURACION DE LOS ARCHIVOS DE
002507*                  LA CADENA (REGISTRO DE 25).
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. MANTCALEND.
002900 AUTHOR. J. FERNANDEZ.
003000 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003100 DATE-WRITTEN. 2026-10-14.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700
003800     SELECT ARCH-TRANSACCIONES ASSIGN TO TRANSCAL
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FS-TRANSACCIONES.
004100
004200     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS CAL-FECHA
004600         FILE STATUS IS FS-CALENDARIO.
004700
004800     SELECT LISTADO ASSIGN TO LISTCALEND
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS FS-LISTADO.
005100
005200     SELECT ARCH-AUTORIZA ASSIGN TO AUTORIZACIONES
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FS-AUTORIZA.
005500
005600     SELECT ARCH-AUDITORIA ASSIGN TO AUDITORIA
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FS-AUDITORIA.
005801
005802     SELECT ARCH-SECUENCIA-AUD ASSIGN TO AUDSECCTL
005803         ORGANIZATION IS LINE SEQUENTIAL
005804         FILE STATUS IS FS-SECUENCIA-AUD.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200
006300 FD  ARCH-TRANSACCIONES
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 40 CHARACTERS.
006600 01  TRC-REG.
006700     05  TRC-TIPO                   PIC X(01).
006800         88  TRC-ALTA                          VALUE 'A'.
006900         88  TRC-BAJA                          VALUE 'B'.
007000         88  TRC-LISTADO                       VALUE 'L'.
007100     05  TRC-FECHA.
007200         10  TRC-ANIO               PIC 9(04).
007300         10  TRC-MES                PIC 9(02).
007400         10  TRC-DIA                PIC 9(02).
007500     05  TRC-FECHA-NUM REDEFINES TRC-FECHA
007600                                    PIC 9(08).
007700     05  TRC-DESCRIPCION            PIC X(30).
007800     05  FILLER                     PIC X(01).
007900
008000 FD  ARCH-CALENDARIO
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 40 CHARACTERS.
008300 01  CAL-REG.
008400     05  CAL-FECHA                  PIC 9(08).
008500     05  CAL-DESCRIPCION            PIC X(30).
008600     05  FILLER                     PIC X(02).
008700
008800 FD  LISTADO
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  LINEA-LISTADO                  PIC X(80).
009200
009300 FD  ARCH-AUTORIZA
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 25 CHARACTERS.
009600 01  AUT-REG.
009700     05  AUT-OPERADOR               PIC X(20).
009800     05  AUT-MANTENIMIENTO          PIC X(01).
009900     05  AUT-LIBERACION             PIC X(01).
010000     05  AUT-DIVISION               PIC X(01).
010100     05  AUT-DEPURACION             PIC X(01).
010101     05  AUT-RESGUARDO              PIC X(01).
010200
010300 FD  ARCH-AUDITORIA
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 96 CHARACTERS.
010600 01  AUD-REG.
010700     05  AUD-FECHA                  PIC 9(08).
010800     05  AUD-HORA                   PIC 9(08).
010900     05  AUD-OPERADOR               PIC X(20).
011000     05  AUD-ESTADO                 PIC X(10).
011100     05  AUD-NUMERO                 PIC 9(04).
011200     05  AUD-RESULTADO              PIC 9(08).
011300     05  AUD-ENTRADA                PIC X(05).
011400     05  AUD-CORRIDA                PIC 9(06).
011500     05  AUD-ORIGEN                 PIC X(10).
011501     05  AUD-SECUENCIA              PIC 9(08).
011502     05  AUD-VERIFICADOR            PIC 9(09).
011600
011601******************************************************************
011602* CONTROL DE SELLADO DE LA AUDITORIA: ULTIMA SECUENCIA GRABADA, SU
011603* VERIFICADOR Y LA FECHA EN QUE EMPEZO EL RASTRO SELLADO
011604******************************************************************
011605 FD  ARCH-SECUENCIA-AUD
011606     LABEL RECORDS ARE STANDARD
011607     RECORD CONTAINS 25 CHARACTERS.
011608 01  ASC-REG.
011609     05  ASC-SECUENCIA              PIC 9(08).
011610     05  ASC-VERIFICADOR            PIC 9(09).
011611     05  ASC-FECHA-INICIO           PIC 9(08).
011612
011700 WORKING-STORAGE SECTION.
011800
011900******************************************************************
012000* SWITCHES DE CONTROL DEL PROGRAMA
012100******************************************************************
012200 77  WS-SW-FIN-TRANSACCIONES     PIC X(01) VALUE 'N'.
012300     88  FIN-DE-TRANSACCIONES              VALUE 'S'.
012400     88  NO-FIN-DE-TRANSACCIONES           VALUE 'N'.
012500 77  WS-SW-TRANS-APLICADA        PIC X(01) VALUE 'N'.
012600     88  TRANS-APLICADA                    VALUE 'S'.
012700     88  TRANS-RECHAZADA                   VALUE 'N'.
012800 77  WS-SW-AUTORIZADO            PIC X(01) VALUE 'S'.
012900     88  OPERADOR-AUTORIZADO               VALUE 'S'.
013000     88  OPERADOR-NO-AUTORIZADO            VALUE 'N'.
013100 77  WS-SW-FIN-AUTORIZA          PIC X(01) VALUE 'N'.
013200     88  FIN-DE-AUTORIZA                   VALUE 'S'.
013300     88  NO-FIN-DE-AUTORIZA                VALUE 'N'.
013400 77  WS-SW-FIN-CALENDARIO        PIC X(01) VALUE 'N'.
013500     88  FIN-DE-CALENDARIO                 VALUE 'S'.
013600     88  NO-FIN-DE-CALENDARIO              VALUE 'N'.
013700 77  WS-SW-ANIO-PEDIDO           PIC X(01) VALUE 'N'.
013800     88  ANIO-YA-PEDIDO                    VALUE 'S'.
013900     88  ANIO-NO-PEDIDO                    VALUE 'N'.
014000 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
014100     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
014200     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
014300 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
014400     88  DIA-HABIL                         VALUE 'S'.
014500     88  DIA-NO-HABIL                      VALUE 'N'.
014600 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
014700     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
014800     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
014801 77  WS-SW-SELLO                 PIC X(01) VALUE 'N'.
014802     88  SELLO-CARGADO                     VALUE 'S'.
014803     88  SELLO-NO-CARGADO                  VALUE 'N'.
014900
015000******************************************************************
015100* CODIGOS DE ESTADO DE ARCHIVOS
015200******************************************************************
015300 77  FS-TRANSACCIONES            PIC X(02) VALUE SPACES.
015400 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
015500 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
015600 77  FS-AUTORIZA                 PIC X(02) VALUE SPACES.
015700 77  FS-AUDITORIA                PIC X(02) VALUE SPACES.
015701 77  FS-SECUENCIA-AUD            PIC X(02) VALUE SPACES.
015800
015900******************************************************************
016000* CONTADORES DE CONTROL DE LA CORRIDA
016100******************************************************************
016200 77  WS-TOTAL-LEIDAS             PIC 9(06) VALUE ZERO COMP.
016300 77  WS-TOTAL-APLICADAS          PIC 9(06) VALUE ZERO COMP.
016400 77  WS-TOTAL-RECHAZADAS         PIC 9(06) VALUE ZERO COMP.
016500
016600******************************************************************
016700* CAMPOS DE TRABAJO
016800******************************************************************
016900 77  WS-MOTIVO-RECHAZO           PIC X(23) VALUE SPACES.
017000 77  WS-OPERADOR                 PIC X(20) VALUE SPACES.
017100 77  WS-HORA-CORRIDA             PIC 9(08) VALUE ZERO.
017200 77  WS-ESTADO-FECHA             PIC 9(08) VALUE ZERO.
017300
017400******************************************************************
017500* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
017600* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
017700* SABADO). PARA RESTAR FECHAS NO HAY VERBO COMUN QUE ALCANCE, ASI
017800* QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
017900******************************************************************
018000 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
018100 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
018200 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
018300 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
018400 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
018401
018402******************************************************************
018403* SELLADO DE LA AUDITORIA: CADA REGISTRO LLEVA UNA SECUENCIA
018404* CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL DEL REGISTRO
018405* ANTERIOR. EL VALOR DE CADA CARACTER SE TOMA REDEFINIENDO COMO
018406* BINARIO UN PAR DE BYTES CUYO PRIMER BYTE VALE CERO.
018407******************************************************************
018408 77  WS-SELLO-SECUENCIA          PIC 9(08) VALUE ZERO.
018409 77  WS-SELLO-VERIFICADOR        PIC 9(09) VALUE ZERO.
018410 77  WS-SELLO-FECHA-INICIO       PIC 9(08) VALUE ZERO.
018411 77  WS-SELLO-ACUMULADO          PIC 9(11) VALUE ZERO COMP.
018412 77  WS-SELLO-COCIENTE           PIC 9(11) VALUE ZERO COMP.
018413 77  WS-SELLO-IND                PIC 9(04) VALUE ZERO COMP.
018414 77  WS-SELLO-LARGO              PIC 9(04) VALUE 87 COMP.
018415 01  WS-SELLO-REGISTRO.
018416     05  WS-SELLO-CAR            PIC X(01) OCCURS 96 TIMES.
018417 01  WS-SELLO-PAR.
018418     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
018419     05  WS-SELLO-CARACTER       PIC X(01) VALUE LOW-VALUE.
018420 01  WS-SELLO-VALOR REDEFINES WS-SELLO-PAR
018421                                 PIC 9(04) COMP.
018500
018600******************************************************************
018700* ANIOS PEDIDOS PARA EL LISTADO DEL CALENDARIO Y CUENTA DE DIAS
018800* DEL ANIO EN CURSO DE LISTADO
018900******************************************************************
019000 77  WS-MAX-ANIOS                PIC 9(02) VALUE 10 COMP.
019100 77  WS-CANT-ANIOS               PIC 9(02) VALUE ZERO COMP.
019200 77  WS-IND-ANIO                 PIC 9(02) VALUE ZERO COMP.
019300 77  WS-ANIO-LISTADO             PIC 9(04) VALUE ZERO.
019400 77  WS-FECHA-DESDE              PIC 9(08) VALUE ZERO.
019500 77  WS-FECHA-HASTA              PIC 9(08) VALUE ZERO.
019600 77  WS-ENTERO-DESDE             PIC 9(07) VALUE ZERO COMP.
019700 77  WS-ENTERO-HASTA             PIC 9(07) VALUE ZERO COMP.
019800 77  WS-ENTERO-DIA               PIC 9(07) VALUE ZERO COMP.
019900 77  WS-DIAS-ANIO                PIC 9(03) VALUE ZERO COMP.
020000 77  WS-FINES-DE-SEMANA          PIC 9(03) VALUE ZERO COMP.
020100 77  WS-FERIADOS-ANIO            PIC 9(03) VALUE ZERO COMP.
020200 77  WS-HABILES-ANIO             PIC 9(03) VALUE ZERO COMP.
020300
020400 01  WS-TABLA-ANIOS.
020500     05  WS-ANIO-PEDIDO          PIC 9(04) OCCURS 10 TIMES.
020600
020700 01  WS-NOMBRES-DIAS.
020800     05  FILLER                  PIC X(09) VALUE "DOMINGO".
020900     05  FILLER                  PIC X(09) VALUE "LUNES".
021000     05  FILLER                  PIC X(09) VALUE "MARTES".
021100     05  FILLER                  PIC X(09) VALUE "MIERCOLES".
021200     05  FILLER                  PIC X(09) VALUE "JUEVES".
021300     05  FILLER                  PIC X(09) VALUE "VIERNES".
021400     05  FILLER                  PIC X(09) VALUE "SABADO".
021500 01  WS-TABLA-DIAS REDEFINES WS-NOMBRES-DIAS.
021600     05  WS-NOMBRE-DIA           PIC X(09) OCCURS 7 TIMES.
021700
021800******************************************************************
021900* CONTROL DEL LISTADO IMPRESO
022000******************************************************************
022100 77  WS-NUMERO-PAGINA            PIC 9(03) VALUE ZERO COMP.
022200 77  WS-LINEAS-EN-PAGINA         PIC 9(03) VALUE ZERO COMP.
022300 77  WS-MAX-LINEAS-PAGINA        PIC 9(03) VALUE 50 COMP.
022400
022500 01  WS-FECHA-CORRIDA.
022600     05  WS-FC-ANIO              PIC 9(04).
022700     05  WS-FC-MES               PIC 9(02).
022800     05  WS-FC-DIA               PIC 9(02).
022900 01  WS-FECHA-CORRIDA-NUM REDEFINES WS-FECHA-CORRIDA
023000                                 PIC 9(08).
023100
023200 01  WS-FECHA-TRABAJO.
023300     05  WS-FT-ANIO              PIC 9(04).
023400     05  WS-FT-MES               PIC 9(02).
023500     05  WS-FT-DIA               PIC 9(02).
023600 01  WS-FECHA-TRABAJO-NUM REDEFINES WS-FECHA-TRABAJO
023700                                 PIC 9(08).
023800
023900 01  WS-FECHA-EDITADA.
024000     05  WS-FE-DIA               PIC 99.
024100     05  FILLER                  PIC X(01) VALUE "/".
024200     05  WS-FE-MES               PIC 99.
024300     05  FILLER                  PIC X(01) VALUE "/".
024400     05  WS-FE-ANIO              PIC 9999.
024500
024600 01  LIN-BLANCO                  PIC X(80) VALUE SPACES.
024700
024800 01  LIN-ENCABEZADO-1.
024900     05  FILLER                  PIC X(26) VALUE
025000             "MANTENIMIENTO DEL CALENDAR".
025100     05  FILLER                  PIC X(13) VALUE "IO".
025200     05  FILLER                  PIC X(07) VALUE "FECHA: ".
025300     05  LE1-DIA                 PIC 99.
025400     05  FILLER                  PIC X(01) VALUE "/".
025500     05  LE1-MES                 PIC 99.
025600     05  FILLER                  PIC X(01) VALUE "/".
025700     05  LE1-ANIO                PIC 9999.
025800     05  FILLER                  PIC X(10) VALUE SPACES.
025900     05  FILLER                  PIC X(07) VALUE "PAGINA ".
026000     05  LE1-PAGINA              PIC ZZ9.
026100     05  FILLER                  PIC X(04) VALUE SPACES.
026200
026300 01  LIN-ENCABEZADO-2.
026400     05  FILLER                  PIC X(01) VALUE SPACE.
026500     05  FILLER                  PIC X(05) VALUE "TIPO".
026600     05  FILLER                  PIC X(12) VALUE "FECHA".
026700     05  FILLER                  PIC X(28) VALUE "DESCRIPCION".
026800     05  FILLER                  PIC X(10) VALUE "ESTADO".
026900     05  FILLER                  PIC X(24) VALUE "MOTIVO".
027000
027100 01  LIN-DIA-NO-HABIL.
027200     05  FILLER                  PIC X(29) VALUE
027300             "*** CORRIDA EN DIA NO HABIL: ".
027400     05  LNH-MOTIVO              PIC X(30).
027500     05  FILLER                  PIC X(21) VALUE SPACES.
027600
027700 01  LIN-DETALLE-MANT.
027800     05  FILLER                  PIC X(02) VALUE SPACES.
027900     05  LM-TIPO                 PIC X(01).
028000     05  FILLER                  PIC X(03) VALUE SPACES.
028100     05  LM-FECHA                PIC X(10).
028200     05  FILLER                  PIC X(02) VALUE SPACES.
028300     05  LM-DESCRIPCION          PIC X(26).
028400     05  FILLER                  PIC X(02) VALUE SPACES.
028500     05  LM-ESTADO               PIC X(09).
028600     05  FILLER                  PIC X(01) VALUE SPACE.
028700     05  LM-MOTIVO               PIC X(23).
028800     05  FILLER                  PIC X(01) VALUE SPACE.
028900
029000 01  LIN-TITULO-ANIO.
029100     05  FILLER                  PIC X(33) VALUE
029200             "CALENDARIO VIGENTE DEL ANIO ".
029300     05  LTA-ANIO                PIC 9999.
029400     05  FILLER                  PIC X(43) VALUE SPACES.
029500
029600 01  LIN-DETALLE-ANIO.
029700     05  FILLER                  PIC X(06) VALUE SPACES.
029800     05  LDA-FECHA               PIC X(10).
029900     05  FILLER                  PIC X(02) VALUE SPACES.
030000     05  LDA-DIA-SEMANA          PIC X(09).
030100     05  FILLER                  PIC X(02) VALUE SPACES.
030200     05  LDA-DESCRIPCION         PIC X(30).
030300     05  FILLER                  PIC X(21) VALUE SPACES.
030400
030500 01  LIN-SIN-FERIADOS.
030600     05  FILLER                  PIC X(33) VALUE
030700             "      SIN FERIADOS CARGADOS PARA".
030800     05  FILLER                  PIC X(47) VALUE " ESTE ANIO.".
030900
031000 01  LIN-TOTAL.
031100     05  LT-CONCEPTO             PIC X(30).
031200     05  LT-CIFRA                PIC ZZZ,ZZ9.
031300     05  FILLER                  PIC X(43) VALUE SPACES.
031400
031500 PROCEDURE DIVISION.
031600
031700******************************************************************
031800* 0000-MAINLINE - PARRAFO PRINCIPAL DEL PROGRAMA.
031900******************************************************************
032000 0000-MAINLINE.
032100
032200     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
032300
032400     PERFORM 2000-PROCESAR-TRANSACCION
032500         THRU 2000-PROCESAR-TRANSACCION-EXIT
032600         UNTIL FIN-DE-TRANSACCIONES.
032700
032800     PERFORM 5000-LISTAR-CALENDARIO
032900         THRU 5000-LISTAR-CALENDARIO-EXIT.
033000
033100     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
033200
033300     IF WS-TOTAL-RECHAZADAS > ZERO
033400         MOVE 4 TO RETURN-CODE
033500     ELSE
033600         MOVE 0 TO RETURN-CODE.
033700
033800     STOP RUN.
033900
034000******************************************************************
034100* 1000-INICIALIZAR - ABRE LOS ARCHIVOS DE LA CORRIDA. SI EL
034200* CALENDARIO TODAVIA NO EXISTE SE CREA VACIO, PARA QUE LA CARGA
034300* INICIAL PUEDA HACERSE POR TRANSACCIONES DE ALTA.
034400******************************************************************
034500 1000-INICIALIZAR.
034600
034700     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
034800     ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
034900
035000     PERFORM 1080-VERIFICAR-AUTORIZACION
035100         THRU 1080-VERIFICAR-AUTORIZACION-EXIT.
035200
035300     OPEN INPUT ARCH-TRANSACCIONES.
035400     IF FS-TRANSACCIONES NOT = "00"
035500         DISPLAY "ERROR AL ABRIR EL ARCHIVO DE TRANSACCIONES. "
035600             "ESTADO: " FS-TRANSACCIONES
035700         MOVE 16 TO RETURN-CODE
035800         STOP RUN.
035900
036000     OPEN I-O ARCH-CALENDARIO.
036100     IF FS-CALENDARIO = "35"
036200         PERFORM 1100-CREAR-CALENDARIO
036300             THRU 1100-CREAR-CALENDARIO-EXIT
036400     ELSE
036500         IF FS-CALENDARIO NOT = "00"
036600             DISPLAY "ERROR AL ABRIR EL CALENDARIO. "
036700                 "ESTADO: " FS-CALENDARIO
036800             MOVE 16 TO RETURN-CODE
036900             STOP RUN
037000         END-IF.
037100
037200     MOVE WS-FECHA-CORRIDA-NUM TO WS-FECHA-HABIL.
037300     PERFORM 1950-VERIFICAR-DIA-HABIL
037400         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
037500     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
037600     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
037700
037800     OPEN OUTPUT LISTADO.
037900     IF FS-LISTADO NOT = "00"
038000         DISPLAY "ERROR AL ABRIR EL LISTADO. ESTADO: " FS-LISTADO
038100         MOVE 16 TO RETURN-CODE
038200         STOP RUN.
038300
038400     PERFORM 3050-ENCABEZADO-LISTADO
038500         THRU 3050-ENCABEZADO-LISTADO-EXIT.
038600
038700 1000-INICIALIZAR-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100* 1080-VERIFICAR-AUTORIZACION - VERIFICA QUE EL OPERADOR TENGA
039200* PERMISO DE MANTENIMIENTO EN EL ARCHIVO DE AUTORIZACIONES, EL
039300* MISMO QUE PIDE EL MANTENIMIENTO DEL MAESTRO. SIN ARCHIVO DE
039400* AUTORIZACIONES NO HAY CONTROL DE ACCESO. EL INTENTO DENEGADO
039500* QUEDA EN LA AUDITORIA Y TERMINA CON CODIGO 12.
039600******************************************************************
039700 1080-VERIFICAR-AUTORIZACION.
039800
039900     SET OPERADOR-AUTORIZADO TO TRUE.
040000
040100     OPEN INPUT ARCH-AUTORIZA.
040200     IF FS-AUTORIZA = "35"
040300         GO TO 1080-VERIFICAR-AUTORIZACION-EXIT.
040400     IF FS-AUTORIZA NOT = "00"
040500         DISPLAY "ERROR AL ABRIR LAS AUTORIZACIONES. ESTADO: "
040600             FS-AUTORIZA
040700         MOVE 16 TO RETURN-CODE
040800         STOP RUN.
040900
041000     SET OPERADOR-NO-AUTORIZADO TO TRUE.
041100     SET NO-FIN-DE-AUTORIZA TO TRUE.
041200
041300     PERFORM 1085-BUSCAR-AUTORIZACION
041400         THRU 1085-BUSCAR-AUTORIZACION-EXIT
041500         UNTIL FIN-DE-AUTORIZA.
041600
041700     CLOSE ARCH-AUTORIZA.
041800
041900     IF OPERADOR-NO-AUTORIZADO
042000         PERFORM 1090-DENEGAR-ACCESO
042100             THRU 1090-DENEGAR-ACCESO-EXIT.
042200
042300 1080-VERIFICAR-AUTORIZACION-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700* 1085-BUSCAR-AUTORIZACION - BUSCA AL OPERADOR EN EL ARCHIVO DE
042800* AUTORIZACIONES Y TOMA SU PERMISO DE MANTENIMIENTO.
042900******************************************************************
043000 1085-BUSCAR-AUTORIZACION.
043100
043200     READ ARCH-AUTORIZA
043300         AT END
043400             SET FIN-DE-AUTORIZA TO TRUE
043500             GO TO 1085-BUSCAR-AUTORIZACION-EXIT
043600     END-READ.
043700
043800     IF FS-AUTORIZA NOT = "00" AND FS-AUTORIZA NOT = "06"
043900         DISPLAY "ERROR AL LEER LAS AUTORIZACIONES. ESTADO: "
044000             FS-AUTORIZA
044100         MOVE 16 TO RETURN-CODE
044200         STOP RUN.
044300
044400     IF AUT-OPERADOR = WS-OPERADOR
044500         SET FIN-DE-AUTORIZA TO TRUE
044600         IF AUT-MANTENIMIENTO = "S"
044700             SET OPERADOR-AUTORIZADO TO TRUE
044800         END-IF
044900     END-IF.
045000
045100 1085-BUSCAR-AUTORIZACION-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500* 1090-DENEGAR-ACCESO - EL OPERADOR NO TIENE PERMISO: EL INTENTO
045600* QUEDA EN LA AUDITORIA COMO DENEGADO Y EL PROGRAMA TERMINA CON
045700* CODIGO 12 SIN TOCAR EL CALENDARIO.
045800******************************************************************
045900 1090-DENEGAR-ACCESO.
046000
046100     DISPLAY "OPERADOR SIN AUTORIZACION PARA EL MANTENIMIENTO "
046200         "DEL CALENDARIO: " WS-OPERADOR.
046300
046400     ACCEPT WS-HORA-CORRIDA FROM TIME.
046500
046600     MOVE WS-FECHA-CORRIDA TO AUD-FECHA.
046700     MOVE WS-HORA-CORRIDA  TO AUD-HORA.
046800     MOVE WS-OPERADOR      TO AUD-OPERADOR.
046900     MOVE "DENEGADO  "     TO AUD-ESTADO.
047000     MOVE ZERO             TO AUD-NUMERO.
047100     MOVE ZERO             TO AUD-RESULTADO.
047200     MOVE "CALEN"          TO AUD-ENTRADA.
047300     MOVE ZERO             TO AUD-CORRIDA.
047400     MOVE SPACES           TO AUD-ORIGEN.
047500
047600     OPEN EXTEND ARCH-AUDITORIA.
047700     IF FS-AUDITORIA = "35"
047800         OPEN OUTPUT ARCH-AUDITORIA.
047900     IF FS-AUDITORIA = "00" OR FS-AUDITORIA = "05"
047901         PERFORM 9100-SELLAR-AUDITORIA
047902             THRU 9100-SELLAR-AUDITORIA-EXIT
048000         WRITE AUD-REG
048001         PERFORM 9170-GUARDAR-SELLO THRU 9170-GUARDAR-SELLO-EXIT
048100         CLOSE ARCH-AUDITORIA.
048200
048300     MOVE 12 TO RETURN-CODE.
048400     STOP RUN.
048500
048600 1090-DENEGAR-ACCESO-EXIT.
048700     EXIT.
048800
048900******************************************************************
049000* 1100-CREAR-CALENDARIO - EL CALENDARIO NO EXISTE: SE CREA VACIO
049100* Y SE REABRE PARA ACTUALIZACION.
049200******************************************************************
049300 1100-CREAR-CALENDARIO.
049400
049500     OPEN OUTPUT ARCH-CALENDARIO.
049600     IF FS-CALENDARIO NOT = "00"
049700         DISPLAY "ERROR AL CREAR EL CALENDARIO. "
049800             "ESTADO: " FS-CALENDARIO
049900         MOVE 16 TO RETURN-CODE
050000         STOP RUN.
050100
050200     CLOSE ARCH-CALENDARIO.
050300
050400     OPEN I-O ARCH-CALENDARIO.
050500     IF FS-CALENDARIO NOT = "00"
050600         DISPLAY "ERROR AL REABRIR EL CALENDARIO. "
050700             "ESTADO: " FS-CALENDARIO
050800         MOVE 16 TO RETURN-CODE
050900         STOP RUN.
051000
051100 1100-CREAR-CALENDARIO-EXIT.
051200     EXIT.
051300
051400******************************************************************
051500* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
051600* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
051700* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
051800******************************************************************
051900 1950-VERIFICAR-DIA-HABIL.
052000
052100     SET DIA-HABIL TO TRUE.
052200     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
052300
052400     COMPUTE WS-ENTERO-HABIL =
052500         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
052600     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
052700         REMAINDER WS-DIA-SEMANA.
052800
052900     IF WS-DIA-SEMANA = 6
053000         SET DIA-NO-HABIL TO TRUE
053100         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
053200         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
053300
053400     IF WS-DIA-SEMANA = 0
053500         SET DIA-NO-HABIL TO TRUE
053600         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
053700         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
053800
053900     IF CALENDARIO-NO-DISPONIBLE
054000         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
054100
054200     MOVE WS-FECHA-HABIL TO CAL-FECHA.
054300     READ ARCH-CALENDARIO
054400         INVALID KEY
054500             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
054600     END-READ.
054700
054800     IF FS-CALENDARIO NOT = "00"
054900         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
055000             FS-CALENDARIO
055100         MOVE 16 TO RETURN-CODE
055200         STOP RUN.
055300
055400     SET DIA-NO-HABIL TO TRUE.
055500     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
055600
055700 1950-VERIFICAR-DIA-HABIL-EXIT.
055800     EXIT.
055900
056000******************************************************************
056100* 2000-PROCESAR-TRANSACCION - UNA VUELTA DEL PROGRAMA: LEE UNA
056200* TRANSACCION, LA VALIDA, LA APLICA AL CALENDARIO Y DEJA EL
056300* RENGLON CORRESPONDIENTE EN EL LISTADO DE ACTUALIZACION.
056400******************************************************************
056500 2000-PROCESAR-TRANSACCION.
056600
056700     PERFORM 2100-LEER-TRANSACCION
056800         THRU 2100-LEER-TRANSACCION-EXIT.
056900
057000     IF FIN-DE-TRANSACCIONES
057100         GO TO 2000-PROCESAR-TRANSACCION-EXIT.
057200
057300     ADD 1 TO WS-TOTAL-LEIDAS.
057400
057500     SET TRANS-RECHAZADA TO TRUE.
057600     MOVE SPACES TO WS-MOTIVO-RECHAZO.
057700
057800     PERFORM 2200-VALIDAR-TRANSACCION
057900         THRU 2200-VALIDAR-TRANSACCION-EXIT.
058000
058100     IF WS-MOTIVO-RECHAZO = SPACES
058200         EVALUATE TRUE
058300             WHEN TRC-ALTA
058400                 PERFORM 3100-APLICAR-ALTA
058500                     THRU 3100-APLICAR-ALTA-EXIT
058600             WHEN TRC-BAJA
058700                 PERFORM 3300-APLICAR-BAJA
058800                     THRU 3300-APLICAR-BAJA-EXIT
058900             WHEN TRC-LISTADO
059000                 PERFORM 3400-ANOTAR-ANIO
059100                     THRU 3400-ANOTAR-ANIO-EXIT
059200         END-EVALUATE.
059300
059400     IF TRANS-APLICADA
059500         ADD 1 TO WS-TOTAL-APLICADAS
059600     ELSE
059700         ADD 1 TO WS-TOTAL-RECHAZADAS.
059800
059900     PERFORM 3900-IMPRIMIR-RENGLON
060000         THRU 3900-IMPRIMIR-RENGLON-EXIT.
060100
060200 2000-PROCESAR-TRANSACCION-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600* 2100-LEER-TRANSACCION - LEE EL SIGUIENTE REGISTRO DEL ARCHIVO
060700* DE TRANSACCIONES.
060800******************************************************************
060900 2100-LEER-TRANSACCION.
061000
061100     READ ARCH-TRANSACCIONES
061200         AT END
061300             SET FIN-DE-TRANSACCIONES TO TRUE
061400             GO TO 2100-LEER-TRANSACCION-EXIT
061500     END-READ.
061600
061700     IF FS-TRANSACCIONES NOT = "00" AND
061800             FS-TRANSACCIONES NOT = "06"
061900         DISPLAY "ERROR AL LEER EL ARCHIVO DE TRANSACCIONES. "
062000             "ESTADO: " FS-TRANSACCIONES
062100         MOVE 16 TO RETURN-CODE
062200         STOP RUN.
062300
062400 2100-LEER-TRANSACCION-EXIT.
062500     EXIT.
062600
062700******************************************************************
062800* 2200-VALIDAR-TRANSACCION - VALIDA EL CONTENIDO DE LA
062900* TRANSACCION ANTES DE TOCAR EL CALENDARIO. DEJA EL MOTIVO DE
063000* RECHAZO EN WS-MOTIVO-RECHAZO, O EN BLANCO SI ESTA BIEN. UN
063100* LISTADO SOLO NECESITA EL ANIO.
063200******************************************************************
063300 2200-VALIDAR-TRANSACCION.
063400
063500     IF NOT TRC-ALTA AND NOT TRC-BAJA AND NOT TRC-LISTADO
063600         MOVE "TIPO INVALIDO" TO WS-MOTIVO-RECHAZO
063700         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
063800
063900     IF TRC-LISTADO
064000         IF TRC-ANIO IS NOT NUMERIC OR TRC-ANIO < 1601
064100             MOVE "ANIO INVALIDO" TO WS-MOTIVO-RECHAZO
064200         END-IF
064300         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
064400
064500     IF TRC-FECHA-NUM IS NOT NUMERIC
064600         MOVE "FECHA INVALIDA" TO WS-MOTIVO-RECHAZO
064700         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
064800
064900*    LA FUNCION DEVUELVE CERO SI LA FECHA EXISTE EN EL CALENDARIO
065000*    (MES, DIA DEL MES Y ANIO BISIESTO).
065100     COMPUTE WS-ESTADO-FECHA =
065200         FUNCTION TEST-DATE-YYYYMMDD (TRC-FECHA-NUM).
065300     IF WS-ESTADO-FECHA NOT = ZERO
065400         MOVE "FECHA INVALIDA" TO WS-MOTIVO-RECHAZO
065500         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
065600
065700     IF TRC-BAJA
065800         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
065900
066000     IF TRC-DESCRIPCION = SPACES
066100         MOVE "DESCRIPCION EN BLANCO" TO WS-MOTIVO-RECHAZO
066200         GO TO 2200-VALIDAR-TRANSACCION-EXIT.
066300
066400*    LOS SABADOS Y DOMINGOS YA SON NO HABILES: NO SE CARGAN.
066500     COMPUTE WS-ENTERO-HABIL =
066600         FUNCTION INTEGER-OF-DATE (TRC-FECHA-NUM).
066700     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
066800         REMAINDER WS-DIA-SEMANA.
066900     IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
067000         MOVE "CAE SABADO O DOMINGO" TO WS-MOTIVO-RECHAZO.
067100
067200 2200-VALIDAR-TRANSACCION-EXIT.
067300     EXIT.
067400
067500******************************************************************
067600* 3100-APLICAR-ALTA - GRABA EL FERIADO NUEVO EN EL CALENDARIO. UNA
067700* FECHA YA CARGADA SE RECHAZA, NO SE PISA.
067800******************************************************************
067900 3100-APLICAR-ALTA.
068000
068100     MOVE SPACES          TO CAL-REG.
068200     MOVE TRC-FECHA-NUM   TO CAL-FECHA.
068300     MOVE TRC-DESCRIPCION TO CAL-DESCRIPCION.
068400
068500     WRITE CAL-REG
068600         INVALID KEY
068700             MOVE "FECHA YA CARGADA" TO WS-MOTIVO-RECHAZO
068800         NOT INVALID KEY
068900             SET TRANS-APLICADA TO TRUE
069000     END-WRITE.
069100
069200 3100-APLICAR-ALTA-EXIT.
069300     EXIT.
069400
069500******************************************************************
069600* 3300-APLICAR-BAJA - ELIMINA UN FERIADO DEL CALENDARIO. DESDE ESA
069700* CORRIDA EL DIA VUELVE A SER HABIL.
069800******************************************************************
069900 3300-APLICAR-BAJA.
070000
070100     MOVE TRC-FECHA-NUM TO CAL-FECHA.
070200
070300     DELETE ARCH-CALENDARIO RECORD
070400         INVALID KEY
070500             MOVE "FECHA NO CARGADA" TO WS-MOTIVO-RECHAZO
070600         NOT INVALID KEY
070700             SET TRANS-APLICADA TO TRUE
070800     END-DELETE.
070900
071000 3300-APLICAR-BAJA-EXIT.
071100     EXIT.
071200
071300******************************************************************
071400* 3400-ANOTAR-ANIO - ANOTA EL ANIO PEDIDO PARA EL LISTADO DEL
071500* FINAL. UN ANIO PEDIDO DOS VECES SE LISTA UNA SOLA VEZ.
071600******************************************************************
071700 3400-ANOTAR-ANIO.
071800
071900     SET ANIO-NO-PEDIDO TO TRUE.
072000     PERFORM 3450-BUSCAR-ANIO THRU 3450-BUSCAR-ANIO-EXIT
072100         VARYING WS-IND-ANIO FROM 1 BY 1
072200         UNTIL WS-IND-ANIO > WS-CANT-ANIOS OR ANIO-YA-PEDIDO.
072300
072400     IF ANIO-YA-PEDIDO
072500         SET TRANS-APLICADA TO TRUE
072600         GO TO 3400-ANOTAR-ANIO-EXIT.
072700
072800     IF WS-CANT-ANIOS NOT < WS-MAX-ANIOS
072900         MOVE "DEMASIADOS ANIOS" TO WS-MOTIVO-RECHAZO
073000         GO TO 3400-ANOTAR-ANIO-EXIT.
073100
073200     ADD 1 TO WS-CANT-ANIOS.
073300     MOVE TRC-ANIO TO WS-ANIO-PEDIDO (WS-CANT-ANIOS).
073400     SET TRANS-APLICADA TO TRUE.
073500
073600 3400-ANOTAR-ANIO-EXIT.
073700     EXIT.
073800
073900******************************************************************
074000* 3450-BUSCAR-ANIO - COMPARA EL ANIO PEDIDO CON UNO YA ANOTADO.
074100******************************************************************
074200 3450-BUSCAR-ANIO.
074300
074400     IF WS-ANIO-PEDIDO (WS-IND-ANIO) = TRC-ANIO
074500         SET ANIO-YA-PEDIDO TO TRUE.
074600
074700 3450-BUSCAR-ANIO-EXIT.
074800     EXIT.
074900
075000******************************************************************
075100* 3050-ENCABEZADO-LISTADO - ESCRIBE EL ENCABEZADO DE UNA NUEVA
075200* PAGINA DEL LISTADO DE ACTUALIZACION.
075300******************************************************************
075400 3050-ENCABEZADO-LISTADO.
075500
075600     ADD 1 TO WS-NUMERO-PAGINA.
075700     MOVE WS-FC-DIA  TO LE1-DIA.
075800     MOVE WS-FC-MES  TO LE1-MES.
075900     MOVE WS-FC-ANIO TO LE1-ANIO.
076000     MOVE WS-NUMERO-PAGINA TO LE1-PAGINA.
076100
076200     IF WS-NUMERO-PAGINA > 1
076300         WRITE LINEA-LISTADO FROM LIN-BLANCO
076400             AFTER ADVANCING PAGE
076500     ELSE
076600         WRITE LINEA-LISTADO FROM LIN-BLANCO.
076700
076800     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
076900     IF CORRIDA-EN-DIA-NO-HABIL
077000         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
077100     WRITE LINEA-LISTADO FROM LIN-BLANCO.
077200     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-2.
077300     WRITE LINEA-LISTADO FROM LIN-BLANCO.
077400     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
077500
077600 3050-ENCABEZADO-LISTADO-EXIT.
077700     EXIT.
077800
077900******************************************************************
078000* 3900-IMPRIMIR-RENGLON - DEJA EN EL LISTADO EL RENGLON DE LA
078100* TRANSACCION RECIEN PROCESADA, CON SU ESTADO Y MOTIVO.
078200******************************************************************
078300 3900-IMPRIMIR-RENGLON.
078400
078500     IF WS-LINEAS-EN-PAGINA NOT < WS-MAX-LINEAS-PAGINA
078600         PERFORM 3050-ENCABEZADO-LISTADO
078700             THRU 3050-ENCABEZADO-LISTADO-EXIT.
078800
078900     MOVE TRC-TIPO        TO LM-TIPO.
079000     MOVE TRC-DESCRIPCION TO LM-DESCRIPCION.
079100
079200     EVALUATE TRUE
079300         WHEN TRC-LISTADO
079400             MOVE SPACES   TO LM-FECHA
079500             MOVE TRC-ANIO TO LM-FECHA (7:4)
079600         WHEN TRC-FECHA-NUM IS NUMERIC
079700             MOVE TRC-DIA  TO WS-FE-DIA
079800             MOVE TRC-MES  TO WS-FE-MES
079900             MOVE TRC-ANIO TO WS-FE-ANIO
080000             MOVE WS-FECHA-EDITADA TO LM-FECHA
080100         WHEN OTHER
080200             MOVE TRC-FECHA TO LM-FECHA
080300     END-EVALUATE.
080400
080500     IF TRANS-APLICADA
080600         MOVE "APLICADA " TO LM-ESTADO
080700     ELSE
080800         MOVE "RECHAZADA" TO LM-ESTADO.
080900
081000     MOVE WS-MOTIVO-RECHAZO TO LM-MOTIVO.
081100
081200     WRITE LINEA-LISTADO FROM LIN-DETALLE-MANT.
081300     ADD 1 TO WS-LINEAS-EN-PAGINA.
081400
081500 3900-IMPRIMIR-RENGLON-EXIT.
081600     EXIT.
081700
081800******************************************************************
081900* 5000-LISTAR-CALENDARIO - DESPUES DE LA ACTUALIZACION IMPRIME EL
082000* CALENDARIO DE CADA ANIO PEDIDO, COMO QUEDO. SIN PEDIDOS SE LISTA
082100* EL ANIO EN CURSO.
082200******************************************************************
082300 5000-LISTAR-CALENDARIO.
082400
082500     IF WS-CANT-ANIOS = ZERO
082600         MOVE 1 TO WS-CANT-ANIOS
082700         MOVE WS-FC-ANIO TO WS-ANIO-PEDIDO (1).
082800
082900     PERFORM 5100-LISTAR-ANIO THRU 5100-LISTAR-ANIO-EXIT
083000         VARYING WS-IND-ANIO FROM 1 BY 1
083100         UNTIL WS-IND-ANIO > WS-CANT-ANIOS.
083200
083300 5000-LISTAR-CALENDARIO-EXIT.
083400     EXIT.
083500
083600******************************************************************
083700* 5100-LISTAR-ANIO - IMPRIME LOS FERIADOS CARGADOS DE UN ANIO, EN
083800* ORDEN DE FECHA, Y LA CUENTA DE DIAS HABILES DEL ANIO.
083900******************************************************************
084000 5100-LISTAR-ANIO.
084100
084200     MOVE WS-ANIO-PEDIDO (WS-IND-ANIO) TO WS-ANIO-LISTADO.
084300     MOVE ZERO TO WS-FERIADOS-ANIO.
084400
084500     IF WS-LINEAS-EN-PAGINA > WS-MAX-LINEAS-PAGINA - 10
084600         PERFORM 3050-ENCABEZADO-LISTADO
084700             THRU 3050-ENCABEZADO-LISTADO-EXIT.
084800
084900     MOVE WS-ANIO-LISTADO TO LTA-ANIO.
085000     WRITE LINEA-LISTADO FROM LIN-BLANCO.
085100     WRITE LINEA-LISTADO FROM LIN-TITULO-ANIO.
085200     WRITE LINEA-LISTADO FROM LIN-BLANCO.
085300     ADD 3 TO WS-LINEAS-EN-PAGINA.
085400
085500     MOVE WS-ANIO-LISTADO TO WS-FT-ANIO.
085600     MOVE 01 TO WS-FT-MES.
085700     MOVE 01 TO WS-FT-DIA.
085800     MOVE WS-FECHA-TRABAJO-NUM TO WS-FECHA-DESDE.
085900     MOVE 12 TO WS-FT-MES.
086000     MOVE 31 TO WS-FT-DIA.
086100     MOVE WS-FECHA-TRABAJO-NUM TO WS-FECHA-HASTA.
086200
086300     MOVE WS-FECHA-DESDE TO CAL-FECHA.
086400     SET NO-FIN-DE-CALENDARIO TO TRUE.
086500
086600     START ARCH-CALENDARIO KEY IS NOT < CAL-FECHA
086700         INVALID KEY
086800             SET FIN-DE-CALENDARIO TO TRUE
086900     END-START.
087000
087100     PERFORM 5200-LISTAR-FERIADO THRU 5200-LISTAR-FERIADO-EXIT
087200         UNTIL FIN-DE-CALENDARIO.
087300
087400     IF WS-FERIADOS-ANIO = ZERO
087500         WRITE LINEA-LISTADO FROM LIN-SIN-FERIADOS
087600         ADD 1 TO WS-LINEAS-EN-PAGINA.
087700
087800     PERFORM 5300-CONTAR-DIAS-ANIO
087900         THRU 5300-CONTAR-DIAS-ANIO-EXIT.
088000
088100 5100-LISTAR-ANIO-EXIT.
088200     EXIT.
088300
088400******************************************************************
088500* 5200-LISTAR-FERIADO - LEE EL SIGUIENTE DIA DEL CALENDARIO Y, SI
088600* ES DEL ANIO EN CURSO DE LISTADO, LO IMPRIME CON SU DIA DE LA
088700* SEMANA.
088800******************************************************************
088900 5200-LISTAR-FERIADO.
089000
089100     READ ARCH-CALENDARIO NEXT RECORD
089200         AT END
089300             SET FIN-DE-CALENDARIO TO TRUE
089400             GO TO 5200-LISTAR-FERIADO-EXIT
089500     END-READ.
089600
089700     IF FS-CALENDARIO NOT = "00"
089800         DISPLAY "ERROR AL RECORRER EL CALENDARIO. ESTADO: "
089900             FS-CALENDARIO
090000         MOVE 16 TO RETURN-CODE
090100         STOP RUN.
090200
090300     IF CAL-FECHA > WS-FECHA-HASTA
090400         SET FIN-DE-CALENDARIO TO TRUE
090500         GO TO 5200-LISTAR-FERIADO-EXIT.
090600
090700     IF WS-LINEAS-EN-PAGINA NOT < WS-MAX-LINEAS-PAGINA
090800         PERFORM 3050-ENCABEZADO-LISTADO
090900             THRU 3050-ENCABEZADO-LISTADO-EXIT.
091000
091100     ADD 1 TO WS-FERIADOS-ANIO.
091200
091300     MOVE CAL-FECHA TO WS-FECHA-TRABAJO-NUM.
091400     MOVE WS-FT-DIA  TO WS-FE-DIA.
091500     MOVE WS-FT-MES  TO WS-FE-MES.
091600     MOVE WS-FT-ANIO TO WS-FE-ANIO.
091700     MOVE WS-FECHA-EDITADA TO LDA-FECHA.
091800
091900     COMPUTE WS-ENTERO-HABIL =
092000         FUNCTION INTEGER-OF-DATE (CAL-FECHA).
092100     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
092200         REMAINDER WS-DIA-SEMANA.
092300     MOVE WS-NOMBRE-DIA (WS-DIA-SEMANA + 1) TO LDA-DIA-SEMANA.
092400
092500     MOVE CAL-DESCRIPCION TO LDA-DESCRIPCION.
092600
092700     WRITE LINEA-LISTADO FROM LIN-DETALLE-ANIO.
092800     ADD 1 TO WS-LINEAS-EN-PAGINA.
092900
093000 5200-LISTAR-FERIADO-EXIT.
093100     EXIT.
093200
093300******************************************************************
093400* 5300-CONTAR-DIAS-ANIO - CUENTA LOS DIAS, LOS SABADOS Y DOMINGOS
093500* Y LOS DIAS HABILES DEL ANIO LISTADO Y LOS DEJA EN EL LISTADO.
093600******************************************************************
093700 5300-CONTAR-DIAS-ANIO.
093800
093900     COMPUTE WS-ENTERO-DESDE =
094000         FUNCTION INTEGER-OF-DATE (WS-FECHA-DESDE).
094100     COMPUTE WS-ENTERO-HASTA =
094200         FUNCTION INTEGER-OF-DATE (WS-FECHA-HASTA).
094300     COMPUTE WS-DIAS-ANIO = WS-ENTERO-HASTA - WS-ENTERO-DESDE + 1.
094400
094500     MOVE ZERO TO WS-FINES-DE-SEMANA.
094600     PERFORM 5350-CONTAR-FIN-DE-SEMANA
094700         THRU 5350-CONTAR-FIN-DE-SEMANA-EXIT
094800         VARYING WS-ENTERO-DIA FROM WS-ENTERO-DESDE BY 1
094900         UNTIL WS-ENTERO-DIA > WS-ENTERO-HASTA.
095000
095100     COMPUTE WS-HABILES-ANIO =
095200         WS-DIAS-ANIO - WS-FINES-DE-SEMANA - WS-FERIADOS-ANIO.
095300
095400     WRITE LINEA-LISTADO FROM LIN-BLANCO.
095500
095600     MOVE "DIAS DEL ANIO..............: " TO LT-CONCEPTO.
095700     MOVE WS-DIAS-ANIO TO LT-CIFRA.
095800     WRITE LINEA-LISTADO FROM LIN-TOTAL.
095900
096000     MOVE "SABADOS Y DOMINGOS.........: " TO LT-CONCEPTO.
096100     MOVE WS-FINES-DE-SEMANA TO LT-CIFRA.
096200     WRITE LINEA-LISTADO FROM LIN-TOTAL.
096300
096400     MOVE "FERIADOS DEL CALENDARIO....: " TO LT-CONCEPTO.
096500     MOVE WS-FERIADOS-ANIO TO LT-CIFRA.
096600     WRITE LINEA-LISTADO FROM LIN-TOTAL.
096700
096800     MOVE "DIAS HABILES...............: " TO LT-CONCEPTO.
096900     MOVE WS-HABILES-ANIO TO LT-CIFRA.
097000     WRITE LINEA-LISTADO FROM LIN-TOTAL.
097100
097200     ADD 5 TO WS-LINEAS-EN-PAGINA.
097300
097400 5300-CONTAR-DIAS-ANIO-EXIT.
097500     EXIT.
097600
097700******************************************************************
097800* 5350-CONTAR-FIN-DE-SEMANA - SUMA EL DIA SI CAE SABADO O DOMINGO.
097900******************************************************************
098000 5350-CONTAR-FIN-DE-SEMANA.
098100
098200     DIVIDE WS-ENTERO-DIA BY 7 GIVING WS-SEMANAS-HABIL
098300         REMAINDER WS-DIA-SEMANA.
098400
098500     IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
098600         ADD 1 TO WS-FINES-DE-SEMANA.
098700
098800 5350-CONTAR-FIN-DE-SEMANA-EXIT.
098900     EXIT.
099000
099100******************************************************************
099200* 8000-FINALIZAR - IMPRIME LOS TOTALES DE CONTROL Y CIERRA LOS
099300* ARCHIVOS DE LA CORRIDA.
099400******************************************************************
099500 8000-FINALIZAR.
099600
099700     WRITE LINEA-LISTADO FROM LIN-BLANCO.
099800
099900     MOVE "TRANSACCIONES LEIDAS.......: " TO LT-CONCEPTO.
100000     MOVE WS-TOTAL-LEIDAS TO LT-CIFRA.
100100     WRITE LINEA-LISTADO FROM LIN-TOTAL.
100200
100300     MOVE "TRANSACCIONES APLICADAS....: " TO LT-CONCEPTO.
100400     MOVE WS-TOTAL-APLICADAS TO LT-CIFRA.
100500     WRITE LINEA-LISTADO FROM LIN-TOTAL.
100600
100700     MOVE "TRANSACCIONES RECHAZADAS...: " TO LT-CONCEPTO.
100800     MOVE WS-TOTAL-RECHAZADAS TO LT-CIFRA.
100900     WRITE LINEA-LISTADO FROM LIN-TOTAL.
101000
101100     DISPLAY "TRANSACCIONES LEIDAS.......: " WS-TOTAL-LEIDAS.
101200     DISPLAY "TRANSACCIONES APLICADAS....: " WS-TOTAL-APLICADAS.
101300     DISPLAY "TRANSACCIONES RECHAZADAS...: " WS-TOTAL-RECHAZADAS.
101400
101500     CLOSE ARCH-TRANSACCIONES.
101600     CLOSE ARCH-CALENDARIO.
101700     CLOSE LISTADO.
101800
101900 8000-FINALIZAR-EXIT.
102000     EXIT.
102100
102101******************************************************************
102102* 9100-SELLAR-AUDITORIA - NUMERA EL REGISTRO DE AUDITORIA YA
102103* ARMADO CON LA SECUENCIA SIGUIENTE Y LE CALCULA EL VERIFICADOR
102104* ENCADENADO CON EL DEL REGISTRO ANTERIOR. LA ULTIMA SECUENCIA Y
102105* EL ULTIMO VERIFICADOR SALEN DEL CONTROL DE SELLADO, COMUN A
102106* TODOS LOS PROGRAMAS QUE GRABAN AUDITORIA.
102107******************************************************************
102108 9100-SELLAR-AUDITORIA.
102109
102110     IF SELLO-NO-CARGADO
102111         PERFORM 9110-CARGAR-SELLO THRU 9110-CARGAR-SELLO-EXIT.
102112
102113     ADD 1 TO WS-SELLO-SECUENCIA.
102114     MOVE WS-SELLO-SECUENCIA TO AUD-SECUENCIA.
102115     MOVE ZERO               TO AUD-VERIFICADOR.
102116     MOVE AUD-REG            TO WS-SELLO-REGISTRO.
102117
102118     PERFORM 9150-ACUMULAR-CARACTER
102119         THRU 9150-ACUMULAR-CARACTER-EXIT
102120         VARYING WS-SELLO-IND FROM 1 BY 1
102121         UNTIL WS-SELLO-IND > WS-SELLO-LARGO.
102122
102123     MOVE WS-SELLO-VERIFICADOR TO AUD-VERIFICADOR.
102124
102125 9100-SELLAR-AUDITORIA-EXIT.
102126     EXIT.
102127
102128******************************************************************
102129* 9110-CARGAR-SELLO - LEE DEL CONTROL DE SELLADO LA ULTIMA
102130* SECUENCIA Y EL ULTIMO VERIFICADOR. SIN CONTROL EL SELLADO
102131* EMPIEZA DE CERO Y LA FECHA DEL REGISTRO QUEDA COMO INICIO DEL
102132* RASTRO SELLADO.
102133******************************************************************
102134 9110-CARGAR-SELLO.
102135
102136     MOVE ZERO      TO WS-SELLO-SECUENCIA.
102137     MOVE ZERO      TO WS-SELLO-VERIFICADOR.
102138     MOVE AUD-FECHA TO WS-SELLO-FECHA-INICIO.
102139     SET SELLO-CARGADO TO TRUE.
102140
102141     OPEN INPUT ARCH-SECUENCIA-AUD.
102142     IF FS-SECUENCIA-AUD = "35"
102143         GO TO 9110-CARGAR-SELLO-EXIT.
102144     IF FS-SECUENCIA-AUD NOT = "00"
102145         DISPLAY "ERROR AL ABRIR EL CONTROL DE SELLADO. ESTADO: "
102146             FS-SECUENCIA-AUD
102147         MOVE 16 TO RETURN-CODE
102148         STOP RUN.
102149
102150     READ ARCH-SECUENCIA-AUD
102151         AT END
102152             CLOSE ARCH-SECUENCIA-AUD
102153             GO TO 9110-CARGAR-SELLO-EXIT
102154     END-READ.
102155
102156     IF FS-SECUENCIA-AUD NOT = "00"
102157         DISPLAY "ERROR AL LEER EL CONTROL DE SELLADO. ESTADO: "
102158             FS-SECUENCIA-AUD
102159         MOVE 16 TO RETURN-CODE
102160         STOP RUN.
102161
102162     MOVE ASC-SECUENCIA    TO WS-SELLO-SECUENCIA.
102163     MOVE ASC-VERIFICADOR  TO WS-SELLO-VERIFICADOR.
102164     MOVE ASC-FECHA-INICIO TO WS-SELLO-FECHA-INICIO.
102165
102166     CLOSE ARCH-SECUENCIA-AUD.
102167
102168 9110-CARGAR-SELLO-EXIT.
102169     EXIT.
102170
102171******************************************************************
102172* 9150-ACUMULAR-CARACTER - SUMA UN CARACTER DEL REGISTRO AL
102173* VERIFICADOR: EL ACUMULADO POR 31 MAS EL VALOR DEL CARACTER,
102174* MODULO 999999937. SE RECORREN LOS 87 PRIMEROS CARACTERES, TODO
102175* EL REGISTRO MENOS EL PROPIO VERIFICADOR.
102176******************************************************************
102177 9150-ACUMULAR-CARACTER.
102178
102179     MOVE WS-SELLO-CAR (WS-SELLO-IND) TO WS-SELLO-CARACTER.
102180     COMPUTE WS-SELLO-ACUMULADO =
102181         WS-SELLO-VERIFICADOR * 31 + WS-SELLO-VALOR.
102182     DIVIDE WS-SELLO-ACUMULADO BY 999999937
102183         GIVING WS-SELLO-COCIENTE REMAINDER WS-SELLO-VERIFICADOR.
102184
102185 9150-ACUMULAR-CARACTER-EXIT.
102186     EXIT.
102187
102188******************************************************************
102189* 9170-GUARDAR-SELLO - DEJA EN EL CONTROL DE SELLADO LA SECUENCIA
102190* Y EL VERIFICADOR DEL REGISTRO RECIEN GRABADO. SI LA GRABACION DE
102191* LA AUDITORIA FALLO EL NUMERO NO SE CONSUME: EL CONTROL SE VUELVE
102192* A LEER PARA EL PROXIMO REGISTRO.
102193******************************************************************
102194 9170-GUARDAR-SELLO.
102195
102196     IF FS-AUDITORIA NOT = "00"
102197         SET SELLO-NO-CARGADO TO TRUE
102198         GO TO 9170-GUARDAR-SELLO-EXIT.
102199
102200     OPEN OUTPUT ARCH-SECUENCIA-AUD.
102201     IF FS-SECUENCIA-AUD NOT = "00"
102202         DISPLAY "ERROR AL REGRABAR EL CONTROL DE SELLADO. "
102203             "ESTADO: " FS-SECUENCIA-AUD
102204         MOVE 16 TO RETURN-CODE
102205         STOP RUN.
102206
102207     MOVE WS-SELLO-SECUENCIA    TO ASC-SECUENCIA.
102208     MOVE WS-SELLO-VERIFICADOR  TO ASC-VERIFICADOR.
102209     MOVE WS-SELLO-FECHA-INICIO TO ASC-FECHA-INICIO.
102210     WRITE ASC-REG.
102211     IF FS-SECUENCIA-AUD NOT = "00"
102212         DISPLAY "ERROR AL GRABAR EL CONTROL DE SELLADO. ESTADO: "
102213             FS-SECUENCIA-AUD
102214         MOVE 16 TO RETURN-CODE
102215         STOP RUN.
102216
102217     CLOSE ARCH-SECUENCIA-AUD.
102218
102219 9170-GUARDAR-SELLO-EXIT.
102220     EXIT.
102221
102222 END PROGRAM MANTCALEND.
