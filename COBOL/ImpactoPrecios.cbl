000100******************************************************************
000200* AUTHOR.     J. FERNANDEZ.
000300* INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400* DATE-WRITTEN. 2026-10-14.
000500* DATE-COMPILED.
000600* PURPOSE.    ANTICIPO DEL IMPACTO DE LOS CAMBIOS DE PRECIO
000700*             DIFERIDOS. RECORRE LA CARTERA DE CAMBIOS PENDIENTES
000800*             CONTRA EL MAESTRO DE ARTICULOS Y, PARA CADA CAMBIO
000900*             DE PRECIO QUE ENTRA EN VIGENCIA HASTA EL HORIZONTE,
001000*             VALORIZA LA TABLA DEL ARTICULO (SU PROPIO RANGO DE
001100*             MULTIPLICADORES O EL GENERAL DE RANGOS) AL PRECIO
001200*             ACTUAL Y AL PROPUESTO, CON LA MISMA REGLA DE IMPORTE
001300*             QUE USA LA MULTIPLICACION. LISTA LA DIFERENCIA EN
001400*             PESOS Y EN PORCENTAJE, CON UN TOTAL GENERAL, Y MARCA
001500*             LOS CAMBIOS QUE SUPERAN LA TOLERANCIA DEL ARCHIVO DE
001600*             PARAMETROS. NO ACTUALIZA NADA: SE CORRE ANTES DE QUE
001700*             LA ACTIVACION LOS APLIQUE.
001701*             CADA RENGLON SE VALORIZA AL PRECIO DEL TRAMO POR
001702*             VOLUMEN QUE ALCANZA SU CANTIDAD (TRAMOSPRECIO), COMO
001703*             EN LA MULTIPLICACION: EL VALOR ACTUAL CON LOS TRAMOS
001704*             QUE RIGEN HOY Y EL NUEVO CON LOS QUE RIGEN A LA
001705*             FECHA DEL CAMBIO.
001800* TECTONICS.  COBC.
001900*-----------------------------------------------------------*
002000* MODIFICATION HISTORY.
002100* -----------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 2026-10-14 JFR   PROGRAMA ORIGINAL. HASTA AHORA EL EFECTO DE UNA
002400*                  LISTA DE PRECIOS NUEVA SE VEIA RECIEN EN EL
002500*                  REPORTE DEL DIA SIGUIENTE A LA ACTIVACION.
002501* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
002502*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
002503*                  ENCABEZADO DEL REPORTE.
002504* 2026-10-14 JFR   LA VALORIZACION USA LOS TRAMOS DE PRECIO POR
002505*                  VOLUMEN DEL ARTICULO (TRAMOSPRECIO, OPCIONAL):
002506*                  EL VALOR ACTUAL CON LOS QUE RIGEN A LA FECHA DE
002507*                  LA CORRIDA Y EL NUEVO CON LOS QUE RIGEN A LA
002508*                  FECHA EFECTIVA DEL CAMBIO, CON EL PROXIMO
002509*                  PRECIO DEL TRAMO SI YA ESTA VIGENTE. SIN TRAMOS
002510*                  SIGUE EL PRECIO UNICO.
002511* 2026-10-14 JFR   UNA VIGENCIA EN DIA NO HABIL SE CORRE AL DIA
002512*                  HABIL SIGUIENTE, COMO LO HACE LA ACTIVACION,
002513*                  PARA EL HORIZONTE, LOS TRAMOS Y EL LISTADO. EL
002514*                  RENGLON DE UNA VIGENCIA MOVIDA LLEVA UN "*".
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. IMPPRECIOS.
002900 AUTHOR. J. FERNANDEZ.
003000 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003100 DATE-WRITTEN. 2026-10-14.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700
003800     SELECT ARCH-PENDIENTES ASSIGN TO PENDCAMBIOS
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FS-PENDIENTES.
004100
004200     SELECT MAESTRO-ARTICULOS ASSIGN TO MAESTRO
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS ART-CODIGO
004600         FILE STATUS IS FS-MAESTRO.
004700
004800     SELECT ARCH-RANGO ASSIGN TO RANGOS
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS FS-RANGO.
005100
005200     SELECT ARCH-PARAMETROS ASSIGN TO PARIMPACTO
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FS-PARAMETROS.
005500
005600     SELECT LISTADO ASSIGN TO LISTIMPACTO
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FS-LISTADO.
005801
005802     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
005803         ORGANIZATION IS INDEXED
005804         ACCESS MODE IS RANDOM
005805         RECORD KEY IS CAL-FECHA
005806         FILE STATUS IS FS-CALENDARIO.
005807
005808     SELECT ARCH-TRAMOS ASSIGN TO TRAMOSPRECIO
005809         ORGANIZATION IS INDEXED
005810         ACCESS MODE IS DYNAMIC
005811         RECORD KEY IS TPR-CLAVE
005812         FILE STATUS IS FS-TRAMOS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200
006300 FD  ARCH-PENDIENTES
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 62 CHARACTERS.
006600 01  PEN-REG                        PIC X(62).
006700
006800 FD  MAESTRO-ARTICULOS
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 53 CHARACTERS.
007100 01  ART-REG.
007200     05  ART-CODIGO                 PIC X(04).
007300     05  ART-DESCRIPCION            PIC X(30).
007400     05  ART-CANTIDAD-BASE          PIC 9(04).
007500     05  ART-PRECIO-UNITARIO        PIC 9(05)V99.
007600     05  ART-RANGO-BAJO             PIC 9(04).
007700     05  ART-RANGO-ALTO             PIC 9(04).
007800
007900 FD  ARCH-RANGO
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 8 CHARACTERS.
008200 01  RANGO-REG.
008300     05  RANGO-REG-BAJO             PIC 9(04).
008400     05  RANGO-REG-ALTO             PIC 9(04).
008500
008600******************************************************************
008700* PARAMETROS DEL ANTICIPO: FECHA HORIZONTE EXPLICITA, O CANTIDAD
008800* DE DIAS HACIA ADELANTE SI LA FECHA VIENE EN BLANCO, Y TOLERANCIA
008900* DE VARIACION EN PORCENTAJE (999V99).
009000******************************************************************
009100 FD  ARCH-PARAMETROS
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 16 CHARACTERS.
009400 01  PIM-REG.
009500     05  PIM-FECHA-HORIZONTE        PIC X(08).
009600     05  PIM-FECHA-HORIZONTE-NUM REDEFINES PIM-FECHA-HORIZONTE
009700                                    PIC 9(08).
009800     05  PIM-DIAS                   PIC X(03).
009900     05  PIM-DIAS-NUM REDEFINES PIM-DIAS
010000                                    PIC 9(03).
010100     05  PIM-TOLERANCIA             PIC X(05).
010200     05  PIM-TOLERANCIA-NUM REDEFINES PIM-TOLERANCIA
010300                                    PIC 9(03)V99.
010400
010500 FD  LISTADO
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 80 CHARACTERS.
010800 01  LINEA-LISTADO                  PIC X(80).
010900
010901******************************************************************
010902* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
010903******************************************************************
010904 FD  ARCH-CALENDARIO
010905     LABEL RECORDS ARE STANDARD
010906     RECORD CONTAINS 40 CHARACTERS.
010907 01  CAL-REG.
010908     05  CAL-FECHA                  PIC 9(08).
010909     05  CAL-DESCRIPCION            PIC X(30).
010910     05  FILLER                     PIC X(02).
010911
010912******************************************************************
010913* TRAMOS DE PRECIO POR VOLUMEN: DESDE TPR-DESDE UNIDADES EL
010914* RENGLON DEL ARTICULO SE VALORIZA A TPR-PRECIO, VIGENTE DESDE
010915* TPR-FECHA-VIGENCIA. TPR-PRECIO-PROX, SI NO ES CERO, REEMPLAZA
010916* AL VIGENTE DESDE TPR-FECHA-PROX. LO MANTIENE MANTTRAMOS.
010917******************************************************************
010918 FD  ARCH-TRAMOS
010919     LABEL RECORDS ARE STANDARD
010920     RECORD CONTAINS 44 CHARACTERS.
010921 01  TPR-REG.
010922     05  TPR-CLAVE.
010923         10  TPR-CODIGO             PIC X(04).
010924         10  TPR-DESDE              PIC 9(08).
010925     05  TPR-PRECIO                 PIC 9(05)V99.
010926     05  TPR-FECHA-VIGENCIA         PIC 9(08).
010927     05  TPR-PRECIO-PROX            PIC 9(05)V99.
010928     05  TPR-FECHA-PROX             PIC 9(08).
010929     05  FILLER                     PIC X(02).
010930
011000 WORKING-STORAGE SECTION.
011100
011200******************************************************************
011300* SWITCHES DE CONTROL DEL PROGRAMA
011400******************************************************************
011500 77  WS-SW-FIN-PENDIENTES        PIC X(01) VALUE 'N'.
011600     88  FIN-DE-PENDIENTES                 VALUE 'S'.
011700     88  NO-FIN-DE-PENDIENTES              VALUE 'N'.
011800 77  WS-SW-DESBORDE              PIC X(01) VALUE 'N'.
011900     88  HUBO-DESBORDE                     VALUE 'S'.
012000     88  NO-HUBO-DESBORDE                  VALUE 'N'.
012001 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
012002     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
012003     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
012004 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
012005     88  DIA-HABIL                         VALUE 'S'.
012006     88  DIA-NO-HABIL                      VALUE 'N'.
012007 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
012008     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
012009     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
012010 77  WS-SW-TRAMOS                PIC X(01) VALUE 'N'.
012011     88  TRAMOS-DISPONIBLES                VALUE 'S'.
012012     88  TRAMOS-NO-DISPONIBLES             VALUE 'N'.
012013 77  WS-SW-FIN-TRAMOS            PIC X(01) VALUE 'N'.
012014     88  FIN-DE-TRAMOS                     VALUE 'S'.
012015     88  NO-FIN-DE-TRAMOS                  VALUE 'N'.
012100
012200******************************************************************
012300* CODIGOS DE ESTADO DE ARCHIVOS
012400******************************************************************
012500 77  FS-PENDIENTES               PIC X(02) VALUE SPACES.
012600 77  FS-MAESTRO                  PIC X(02) VALUE SPACES.
012700 77  FS-RANGO                    PIC X(02) VALUE SPACES.
012800 77  FS-PARAMETROS               PIC X(02) VALUE SPACES.
012801 77  FS-TRAMOS                   PIC X(02) VALUE SPACES.
012900 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
012901 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
012902
012903******************************************************************
012904* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
012905* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
012906* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
012907* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
012908******************************************************************
012909 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
012910 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
012911 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
012912 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
012913 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
012914 77  WS-VIGENCIA-HABIL           PIC 9(08) VALUE ZERO.
012915 77  WS-ESTADO-FECHA             PIC 9(08) VALUE ZERO.
012916 77  WS-SW-VIGENCIA-MOVIDA       PIC X(01) VALUE 'N'.
012917     88  VIGENCIA-MOVIDA                   VALUE 'S'.
012918     88  VIGENCIA-SIN-MOVER                VALUE 'N'.
013000
013100******************************************************************
013200* LA TRANSACCION DIFERIDA, CON EL MISMO DIBUJO QUE LA DEL
013300* MANTENIMIENTO DEL MAESTRO
013400******************************************************************
013500 01  TRA-REG.
013600     05  TRA-TIPO                   PIC X(01).
013700         88  TRA-ALTA                          VALUE 'A'.
013800         88  TRA-CAMBIO                        VALUE 'M'.
013900         88  TRA-BAJA                          VALUE 'B'.
014000     05  TRA-CODIGO                 PIC X(04).
014100     05  TRA-DESCRIPCION            PIC X(30).
014200     05  TRA-CANTIDAD               PIC X(04).
014300     05  TRA-CANTIDAD-NUM REDEFINES TRA-CANTIDAD
014400                                    PIC 9(04).
014500     05  TRA-PRECIO                 PIC X(07).
014600     05  TRA-PRECIO-NUM REDEFINES TRA-PRECIO
014700                                    PIC 9(05)V99.
014800     05  TRA-FECHA-EFECTIVA         PIC X(08).
014900     05  TRA-FECHA-EFECTIVA-NUM REDEFINES TRA-FECHA-EFECTIVA
015000                                    PIC 9(08).
015100     05  TRA-RANGO-BAJO             PIC X(04).
015200     05  TRA-RANGO-BAJO-NUM REDEFINES TRA-RANGO-BAJO
015300                                    PIC 9(04).
015400     05  TRA-RANGO-ALTO             PIC X(04).
015500     05  TRA-RANGO-ALTO-NUM REDEFINES TRA-RANGO-ALTO
015600                                    PIC 9(04).
015700
015800******************************************************************
015900* PARAMETROS DE LA CORRIDA. SIN ARCHIVO DE PARAMETROS SE MIRAN
016000* LOS PROXIMOS 7 DIAS CON UNA TOLERANCIA DEL 10 POR CIENTO.
016100******************************************************************
016200 77  WS-DIAS-HORIZONTE           PIC 9(03) VALUE 7.
016300 77  WS-TOLERANCIA               PIC 9(03)V99 VALUE 10.
016400 77  WS-FECHA-ENTERA             PIC 9(07) VALUE ZERO COMP.
016500 01  WS-FECHA-HORIZONTE.
016600     05  WS-FH-ANIO              PIC 9(04).
016700     05  WS-FH-MES               PIC 9(02).
016800     05  WS-FH-DIA               PIC 9(02).
016900 01  WS-FECHA-HORIZONTE-NUM REDEFINES WS-FECHA-HORIZONTE
017000                                 PIC 9(08).
017100
017200******************************************************************
017300* RANGO DEL MULTIPLICADOR (CONTROLADO POR EL ARCHIVO RANGOS)
017400******************************************************************
017500 77  WS-RANGO-BAJO               PIC 9(04) VALUE 0001.
017600 77  WS-RANGO-ALTO               PIC 9(04) VALUE 0010.
017700
017800******************************************************************
017900* CONTADORES Y ACUMULADORES DE CONTROL DE LA CORRIDA
018000******************************************************************
018100 77  WS-TOTAL-LEIDOS             PIC 9(06) VALUE ZERO COMP.
018200 77  WS-TOTAL-ANALIZADOS         PIC 9(06) VALUE ZERO COMP.
018300 77  WS-TOTAL-FUERA-TOLERANCIA   PIC 9(06) VALUE ZERO COMP.
018400 77  WS-TOTAL-OBSERVADOS         PIC 9(06) VALUE ZERO COMP.
018500 77  WS-TOTAL-FUERA-HORIZONTE    PIC 9(06) VALUE ZERO COMP.
018600 77  WS-TOTAL-SIN-PRECIO         PIC 9(06) VALUE ZERO COMP.
018601 77  WS-TOTAL-MOVIDAS            PIC 9(06) VALUE ZERO COMP.
018700 77  WS-TOTAL-VALOR-ACTUAL       PIC 9(13)V99 VALUE ZERO.
018800 77  WS-TOTAL-VALOR-NUEVO        PIC 9(13)V99 VALUE ZERO.
018900 77  WS-TOTAL-DIFERENCIA         PIC S9(13)V99 VALUE ZERO.
019000
019100******************************************************************
019200* CAMPOS DE TRABAJO DE LA VALORIZACION DE UNA TABLA
019300******************************************************************
019400 77  WS-MULTIPLICADOR            PIC 9(05) VALUE ZERO COMP.
019500 77  WS-RESULTADO                PIC 9(08) VALUE ZERO.
019600 77  WS-IMPORTE                  PIC 9(09)V99 VALUE ZERO.
019700 77  WS-VAL-CANTIDAD             PIC 9(04) VALUE ZERO.
019800 77  WS-VAL-PRECIO               PIC 9(05)V99 VALUE ZERO.
019900 77  WS-VAL-BAJO                 PIC 9(04) VALUE ZERO.
020000 77  WS-VAL-ALTO                 PIC 9(04) VALUE ZERO.
020100 77  WS-VAL-TOTAL                PIC 9(13)V99 VALUE ZERO.
020200
020201******************************************************************
020202* TRAMOS DE PRECIO POR VOLUMEN DEL ARTICULO, EN ORDEN CRECIENTE DE
020203* CANTIDAD, CON EL PRECIO QUE RIGE A WS-FECHA-TRAMOS. CADA RENGLON
020204* SE VALORIZA AL DEL MAYOR TRAMO QUE SU CANTIDAD ALCANZA; POR
020205* DEBAJO DEL PRIMERO RIGE EL PRECIO DEL ARTICULO.
020206******************************************************************
020207 77  WS-FECHA-TRAMOS             PIC 9(08) VALUE ZERO.
020208 77  WS-PRECIO-RENGLON           PIC 9(05)V99 VALUE ZERO.
020209 77  WS-MAX-TRAMOS               PIC 9(04) VALUE 50 COMP.
020210 77  WS-CANT-TRAMOS              PIC 9(04) VALUE ZERO COMP.
020211 77  WS-IND-TRAMOS               PIC 9(04) VALUE ZERO COMP.
020212 01  WS-TABLA-TRAMOS.
020213     05  WS-TRA-ENTRADA          OCCURS 50 TIMES.
020214         10  WS-TRA-DESDE        PIC 9(08).
020215         10  WS-TRA-PRECIO       PIC 9(05)V99.
020216
020300******************************************************************
020400* DATOS DEL ARTICULO ANTES Y DESPUES DEL CAMBIO
020500******************************************************************
020600 77  WS-ACT-CANTIDAD             PIC 9(04) VALUE ZERO.
020700 77  WS-ACT-PRECIO               PIC 9(05)V99 VALUE ZERO.
020800 77  WS-ACT-BAJO                 PIC 9(04) VALUE ZERO.
020900 77  WS-ACT-ALTO                 PIC 9(04) VALUE ZERO.
021000 77  WS-ACT-DESCRIPCION          PIC X(30) VALUE SPACES.
021100 77  WS-NVO-CANTIDAD             PIC 9(04) VALUE ZERO.
021200 77  WS-NVO-PRECIO               PIC 9(05)V99 VALUE ZERO.
021300 77  WS-NVO-BAJO                 PIC 9(04) VALUE ZERO.
021400 77  WS-NVO-ALTO                 PIC 9(04) VALUE ZERO.
021500 77  WS-VALOR-ACTUAL             PIC 9(13)V99 VALUE ZERO.
021600 77  WS-VALOR-NUEVO              PIC 9(13)V99 VALUE ZERO.
021700 77  WS-DIFERENCIA               PIC S9(13)V99 VALUE ZERO.
021800 77  WS-PORCENTAJE               PIC S9(05)V99 VALUE ZERO.
021900 77  WS-PORCENTAJE-ABS           PIC 9(05)V99 VALUE ZERO.
022000 77  WS-MARCA                    PIC X(12) VALUE SPACES.
022100
022200******************************************************************
022300* CONTROL DEL LISTADO IMPRESO
022400******************************************************************
022500 77  WS-NUMERO-PAGINA            PIC 9(03) VALUE ZERO COMP.
022600 77  WS-LINEAS-EN-PAGINA         PIC 9(03) VALUE ZERO COMP.
022700 77  WS-MAX-LINEAS-PAGINA        PIC 9(03) VALUE 50 COMP.
022800
022900 01  WS-FECHA-CORRIDA.
023000     05  WS-FC-ANIO              PIC 9(04).
023100     05  WS-FC-MES               PIC 9(02).
023200     05  WS-FC-DIA               PIC 9(02).
023300 01  WS-FECHA-CORRIDA-NUM REDEFINES WS-FECHA-CORRIDA
023400                                 PIC 9(08).
023500
023600 01  LIN-BLANCO                  PIC X(80) VALUE SPACES.
023700
023800 01  LIN-ENCABEZADO-1.
023900     05  FILLER                  PIC X(26) VALUE
024000             "IMPACTO DE CAMBIOS DE PREC".
024100     05  FILLER                  PIC X(13) VALUE "IO".
024200     05  FILLER                  PIC X(07) VALUE "FECHA: ".
024300     05  LE1-DIA                 PIC 99.
024400     05  FILLER                  PIC X(01) VALUE "/".
024500     05  LE1-MES                 PIC 99.
024600     05  FILLER                  PIC X(01) VALUE "/".
024700     05  LE1-ANIO                PIC 9999.
024800     05  FILLER                  PIC X(10) VALUE SPACES.
024900     05  FILLER                  PIC X(07) VALUE "PAGINA ".
025000     05  LE1-PAGINA              PIC ZZ9.
025100     05  FILLER                  PIC X(04) VALUE SPACES.
025200
025300 01  LIN-PARAMETROS.
025400     05  FILLER                  PIC X(13) VALUE "  HORIZONTE: ".
025500     05  LPA-DIA                 PIC 99.
025600     05  FILLER                  PIC X(01) VALUE "/".
025700     05  LPA-MES                 PIC 99.
025800     05  FILLER                  PIC X(01) VALUE "/".
025900     05  LPA-ANIO                PIC 9999.
026000     05  FILLER                  PIC X(16) VALUE
026100             "    TOLERANCIA: ".
026200     05  LPA-TOLERANCIA          PIC ZZ9.99.
026300     05  FILLER                  PIC X(35) VALUE " %".
026400
026500 01  LIN-ENCABEZADO-2.
026600     05  FILLER                  PIC X(02) VALUE SPACES.
026700     05  FILLER                  PIC X(08) VALUE "CODIGO  ".
026800     05  FILLER                  PIC X(32) VALUE "DESCRIPCION".
026900     05  FILLER                  PIC X(10) VALUE "VIGENCIA  ".
027000     05  FILLER                  PIC X(11) VALUE "PRECIO ACT.".
027100     05  FILLER                  PIC X(17) VALUE
027200             "   PRECIO NUEVO".
027300
027400 01  LIN-ENCABEZADO-3.
027500     05  FILLER                  PIC X(07) VALUE SPACES.
027600     05  FILLER                  PIC X(15) VALUE
027700             "   VALOR ACTUAL".
027800     05  FILLER                  PIC X(15) VALUE
027900             "    VALOR NUEVO".
028000     05  FILLER                  PIC X(16) VALUE
028100             "      DIFERENCIA".
028200     05  FILLER                  PIC X(10) VALUE "     VAR.%".
028300     05  FILLER                  PIC X(17) VALUE " OBSERVACION".
028400
028500 01  LIN-DETALLE-1.
028600     05  FILLER                  PIC X(02) VALUE SPACES.
028700     05  LD1-TIPO                PIC X(01).
028800     05  FILLER                  PIC X(01) VALUE SPACE.
028900     05  LD1-CODIGO              PIC X(04).
029000     05  FILLER                  PIC X(02) VALUE SPACES.
029100     05  LD1-DESCRIPCION         PIC X(30).
029200     05  FILLER                  PIC X(02) VALUE SPACES.
029300     05  LD1-FECHA               PIC 9(08).
029400     05  LD1-MOVIDA              PIC X(01).
029401     05  FILLER                  PIC X(01) VALUE SPACE.
029500     05  LD1-PRECIO-ACT          PIC ZZ,ZZ9.99.
029600     05  FILLER                  PIC X(06) VALUE SPACES.
029700     05  LD1-PRECIO-NVO          PIC ZZ,ZZ9.99.
029800     05  FILLER                  PIC X(04) VALUE SPACES.
029900
030000 01  LIN-DETALLE-2.
030100     05  FILLER                  PIC X(08) VALUE SPACES.
030200     05  LD2-VALOR-ACT           PIC ZZZ,ZZZ,ZZ9.99.
030300     05  FILLER                  PIC X(01) VALUE SPACE.
030400     05  LD2-VALOR-NVO           PIC ZZZ,ZZZ,ZZ9.99.
030500     05  FILLER                  PIC X(01) VALUE SPACE.
030600     05  LD2-DIFERENCIA          PIC -ZZZ,ZZZ,ZZ9.99.
030700     05  FILLER                  PIC X(01) VALUE SPACE.
030800     05  LD2-PORCENTAJE          PIC -ZZZZ9.99.
030900     05  FILLER                  PIC X(01) VALUE SPACE.
031000     05  LD2-MARCA               PIC X(12).
031100     05  FILLER                  PIC X(04) VALUE SPACES.
031200
031300 01  LIN-SIN-CAMBIOS.
031400     05  FILLER                  PIC X(33) VALUE
031500             "  SIN CAMBIOS DE PRECIO DENTRO DE".
031600     05  FILLER                  PIC X(47) VALUE
031700             "L HORIZONTE.".
031800
031900 01  LIN-TOTAL.
032000     05  LT-CONCEPTO             PIC X(30).
032100     05  LT-CIFRA                PIC ZZZ,ZZ9.
032200     05  FILLER                  PIC X(43) VALUE SPACES.
032300
032400 01  LIN-TOTAL-IMPORTE.
032500     05  LTI-CONCEPTO            PIC X(30).
032600     05  LTI-IMPORTE             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
032700     05  FILLER                  PIC X(29) VALUE SPACES.
032800
032900 01  LIN-TOTAL-PORCENTAJE.
033000     05  LTP-CONCEPTO            PIC X(30).
033100     05  LTP-PORCENTAJE          PIC -ZZZZ9.99.
033200     05  FILLER                  PIC X(41) VALUE SPACES.
033300
033301 01  LIN-DIA-NO-HABIL.
033302     05  FILLER                  PIC X(29) VALUE
033303             "*** CORRIDA EN DIA NO HABIL: ".
033304     05  LNH-MOTIVO              PIC X(30).
033305     05  FILLER                  PIC X(21) VALUE SPACES.
033306
033400 PROCEDURE DIVISION.
033500
033600******************************************************************
033700* 0000-MAINLINE - PARRAFO PRINCIPAL DEL PROGRAMA.
033800******************************************************************
033900 0000-MAINLINE.
034000
034100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
034200
034300     SET NO-FIN-DE-PENDIENTES TO TRUE.
034400
034500     PERFORM 2000-TRATAR-PENDIENTE
034600         THRU 2000-TRATAR-PENDIENTE-EXIT
034700         UNTIL FIN-DE-PENDIENTES.
034800
034900     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
035000
035100     IF WS-TOTAL-FUERA-TOLERANCIA > ZERO
035200         MOVE 4 TO RETURN-CODE
035300     ELSE
035400         MOVE 0 TO RETURN-CODE.
035500
035600     STOP RUN.
035700
035800******************************************************************
035900* 1000-INICIALIZAR - LEE LOS PARAMETROS Y EL RANGO GENERAL, FIJA
036000* LA FECHA HORIZONTE, ABRE LOS ARCHIVOS Y DEJA IMPRESO EL
036100* ENCABEZADO.
036200******************************************************************
036300 1000-INICIALIZAR.
036400
036500     OPEN OUTPUT LISTADO.
036600     IF FS-LISTADO NOT = "00"
036700         DISPLAY "ERROR AL ABRIR EL LISTADO. ESTADO: " FS-LISTADO
036800         MOVE 16 TO RETURN-CODE
036900         STOP RUN.
037000
037100     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
037101
037102     PERFORM 1900-VERIFICAR-DIA-CORRIDA
037103         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
037200
037300     MOVE ZERO TO WS-FECHA-HORIZONTE-NUM.
037400
037500     PERFORM 1050-LEER-PARAMETROS THRU 1050-LEER-PARAMETROS-EXIT.
037600     PERFORM 1060-LEER-RANGO THRU 1060-LEER-RANGO-EXIT.
037700
037800*    SIN FECHA HORIZONTE EXPLICITA SE SUMAN LOS DIAS A LA FECHA DE
037900*    LA CORRIDA. PARA SUMAR DIAS A UNA FECHA NO HAY VERBO COMUN
038000*    QUE ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL
038100*    COMPILADOR.
038200     IF WS-FECHA-HORIZONTE-NUM = ZERO
038300         COMPUTE WS-FECHA-ENTERA =
038400             FUNCTION INTEGER-OF-DATE (WS-FECHA-CORRIDA-NUM)
038500             + WS-DIAS-HORIZONTE
038600         COMPUTE WS-FECHA-HORIZONTE-NUM =
038700             FUNCTION DATE-OF-INTEGER (WS-FECHA-ENTERA).
038800
038900     PERFORM 3050-ENCABEZADO-LISTADO
039000         THRU 3050-ENCABEZADO-LISTADO-EXIT.
039100
039200     OPEN INPUT MAESTRO-ARTICULOS.
039300     IF FS-MAESTRO NOT = "00"
039400         DISPLAY "ERROR AL ABRIR EL MAESTRO DE ARTICULOS. "
039500             "ESTADO: " FS-MAESTRO
039600         MOVE 16 TO RETURN-CODE
039700         STOP RUN.
039800
039801     OPEN INPUT ARCH-TRAMOS.
039802     IF FS-TRAMOS = "00"
039803         SET TRAMOS-DISPONIBLES TO TRUE
039804     ELSE
039805         IF FS-TRAMOS = "35"
039806             SET TRAMOS-NO-DISPONIBLES TO TRUE
039807         ELSE
039808             DISPLAY "ERROR AL ABRIR LOS TRAMOS DE PRECIO. "
039809                 "ESTADO: " FS-TRAMOS
039810             MOVE 16 TO RETURN-CODE
039811             STOP RUN
039812         END-IF.
039813
039900     OPEN INPUT ARCH-PENDIENTES.
040000     IF FS-PENDIENTES = "35"
040100         SET FIN-DE-PENDIENTES TO TRUE
040200         GO TO 1000-INICIALIZAR-EXIT.
040300     IF FS-PENDIENTES NOT = "00"
040400         DISPLAY "ERROR AL ABRIR LOS CAMBIOS PENDIENTES. "
040500             "ESTADO: " FS-PENDIENTES
040600         MOVE 16 TO RETURN-CODE
040700         STOP RUN.
040800
040900 1000-INICIALIZAR-EXIT.
041000     EXIT.
041100
041200******************************************************************
041300* 1050-LEER-PARAMETROS - LEE EL REGISTRO DE PARAMETROS DEL
041400* ANTICIPO. SI NO EXISTE EL ARCHIVO, O UN CAMPO VIENE EN BLANCO,
041500* QUEDA EL VALOR POR DEFECTO.
041600******************************************************************
041700 1050-LEER-PARAMETROS.
041800
041900     OPEN INPUT ARCH-PARAMETROS.
042000
042100     IF FS-PARAMETROS = "00"
042200         READ ARCH-PARAMETROS
042300             AT END
042400                 CONTINUE
042500             NOT AT END
042600                 IF PIM-FECHA-HORIZONTE IS NUMERIC
042700                     MOVE PIM-FECHA-HORIZONTE-NUM
042800                         TO WS-FECHA-HORIZONTE-NUM
042900                 END-IF
043000                 IF PIM-DIAS IS NUMERIC
043100                     MOVE PIM-DIAS-NUM TO WS-DIAS-HORIZONTE
043200                 END-IF
043300                 IF PIM-TOLERANCIA IS NUMERIC
043400                     MOVE PIM-TOLERANCIA-NUM TO WS-TOLERANCIA
043500                 END-IF
043600         END-READ
043700         CLOSE ARCH-PARAMETROS
043800     ELSE
043900         IF FS-PARAMETROS NOT = "35"
044000             DISPLAY "ERROR AL ABRIR LOS PARAMETROS DEL IMPACTO. "
044100                 "ESTADO: " FS-PARAMETROS
044200             MOVE 16 TO RETURN-CODE
044300             STOP RUN
044400         END-IF.
044500
044600 1050-LEER-PARAMETROS-EXIT.
044700     EXIT.
044800
044900******************************************************************
045000* 1060-LEER-RANGO - LEE EL REGISTRO DE CONTROL CON EL RANGO DEL
045100* MULTIPLICADOR, EL MISMO QUE USA LA MULTIPLICACION. SI NO EXISTE
045200* EL ARCHIVO SE USA EL RANGO POR DEFECTO (1 AL 10).
045300******************************************************************
045400 1060-LEER-RANGO.
045500
045600     OPEN INPUT ARCH-RANGO.
045700
045800     IF FS-RANGO = "00"
045900         READ ARCH-RANGO
046000             AT END
046100                 CONTINUE
046200             NOT AT END
046300                 MOVE RANGO-REG-BAJO TO WS-RANGO-BAJO
046400                 MOVE RANGO-REG-ALTO TO WS-RANGO-ALTO
046500         END-READ
046600         CLOSE ARCH-RANGO
046700     ELSE
046800         IF FS-RANGO NOT = "35"
046900             DISPLAY "ERROR AL ABRIR EL ARCHIVO DE RANGOS. "
047000                 "ESTADO: " FS-RANGO
047100             MOVE 16 TO RETURN-CODE
047200             STOP RUN
047300         END-IF.
047400
047500 1060-LEER-RANGO-EXIT.
047600     EXIT.
047700
047701******************************************************************
047702* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
047703* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
047704* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
047705******************************************************************
047706 1900-VERIFICAR-DIA-CORRIDA.
047707
047708     OPEN INPUT ARCH-CALENDARIO.
047709     IF FS-CALENDARIO = "35"
047710         SET CALENDARIO-NO-DISPONIBLE TO TRUE
047711     ELSE
047712         IF FS-CALENDARIO NOT = "00"
047713             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
047714                 FS-CALENDARIO
047715             MOVE 16 TO RETURN-CODE
047716             STOP RUN
047717         END-IF.
047718
047719     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
047720     PERFORM 1950-VERIFICAR-DIA-HABIL
047721         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
047722     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
047723     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
047724
047725*    EL CALENDARIO QUEDA ABIERTO PARA AJUSTAR LAS VIGENCIAS DE LOS
047726*    CAMBIOS; SE CIERRA EN 8000-FINALIZAR.
047727
047728 1900-VERIFICAR-DIA-CORRIDA-EXIT.
047729     EXIT.
047730
047731******************************************************************
047732* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
047733* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
047734* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
047735******************************************************************
047736 1950-VERIFICAR-DIA-HABIL.
047737
047738     SET DIA-HABIL TO TRUE.
047739     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
047740
047741     COMPUTE WS-ENTERO-HABIL =
047742         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
047743     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
047744         REMAINDER WS-DIA-SEMANA.
047745
047746     IF WS-DIA-SEMANA = 6
047747         SET DIA-NO-HABIL TO TRUE
047748         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
047749         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
047750
047751     IF WS-DIA-SEMANA = 0
047752         SET DIA-NO-HABIL TO TRUE
047753         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
047754         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
047755
047756     IF CALENDARIO-NO-DISPONIBLE
047757         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
047758
047759     MOVE WS-FECHA-HABIL TO CAL-FECHA.
047760     READ ARCH-CALENDARIO
047761         INVALID KEY
047762             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
047763     END-READ.
047764
047765     IF FS-CALENDARIO NOT = "00"
047766         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
047767             FS-CALENDARIO
047768         MOVE 16 TO RETURN-CODE
047769         STOP RUN.
047770
047771     SET DIA-NO-HABIL TO TRUE.
047772     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
047773
047774 1950-VERIFICAR-DIA-HABIL-EXIT.
047775     EXIT.
047776
047800******************************************************************
047900* 2000-TRATAR-PENDIENTE - LEE UNA TRANSACCION DIFERIDA Y, SI ES UN
048000* ALTA O UN CAMBIO CON PRECIO QUE ENTRA EN VIGENCIA HASTA LA FECHA
048100* HORIZONTE, VALORIZA EL ARTICULO ANTES Y DESPUES DEL CAMBIO. LA
048200* VIGENCIA EN BLANCO SE APLICA EN LA PROXIMA ACTIVACION, ASI QUE
048300* TAMBIEN ENTRA. UNA VIGENCIA EN DIA NO HABIL CUENTA DESDE EL DIA
048301* HABIL SIGUIENTE, QUE ES CUANDO LA ACTIVACION LA APLICA.
048400******************************************************************
048500 2000-TRATAR-PENDIENTE.
048600
048700     READ ARCH-PENDIENTES INTO TRA-REG
048800         AT END
048900             SET FIN-DE-PENDIENTES TO TRUE
049000             GO TO 2000-TRATAR-PENDIENTE-EXIT
049100     END-READ.
049200
049300     IF FS-PENDIENTES NOT = "00" AND FS-PENDIENTES NOT = "06"
049400         DISPLAY "ERROR AL LEER LOS CAMBIOS PENDIENTES. "
049500             "ESTADO: " FS-PENDIENTES
049600         MOVE 16 TO RETURN-CODE
049700         STOP RUN.
049800
049900     ADD 1 TO WS-TOTAL-LEIDOS.
050000
050001     PERFORM 2050-AJUSTAR-VIGENCIA
050002         THRU 2050-AJUSTAR-VIGENCIA-EXIT.
050003
050100     IF TRA-FECHA-EFECTIVA NOT = SPACES AND
050200             WS-VIGENCIA-HABIL > WS-FECHA-HORIZONTE-NUM
050300         ADD 1 TO WS-TOTAL-FUERA-HORIZONTE
050400         GO TO 2000-TRATAR-PENDIENTE-EXIT.
050500
050600     IF TRA-BAJA OR TRA-PRECIO = SPACES
050700         ADD 1 TO WS-TOTAL-SIN-PRECIO
050800         GO TO 2000-TRATAR-PENDIENTE-EXIT.
050900
051000     MOVE SPACES TO WS-MARCA.
051100     MOVE ZERO   TO WS-VALOR-ACTUAL WS-VALOR-NUEVO
051200                    WS-DIFERENCIA WS-PORCENTAJE.
051300
051400     PERFORM 2100-DATOS-ACTUALES THRU 2100-DATOS-ACTUALES-EXIT.
051500
051600     IF WS-MARCA = SPACES
051700         PERFORM 2200-DATOS-NUEVOS THRU 2200-DATOS-NUEVOS-EXIT.
051800
051900     IF WS-MARCA NOT = SPACES
052000         ADD 1 TO WS-TOTAL-OBSERVADOS
052100         PERFORM 3900-IMPRIMIR-RENGLON
052200             THRU 3900-IMPRIMIR-RENGLON-EXIT
052300         GO TO 2000-TRATAR-PENDIENTE-EXIT.
052400
052500     PERFORM 2300-COMPARAR-VALORES
052600         THRU 2300-COMPARAR-VALORES-EXIT.
052700
052800     PERFORM 3900-IMPRIMIR-RENGLON
052900         THRU 3900-IMPRIMIR-RENGLON-EXIT.
053000
053100 2000-TRATAR-PENDIENTE-EXIT.
053200     EXIT.
053300
053301******************************************************************
053302* 2050-AJUSTAR-VIGENCIA - DEJA EN WS-VIGENCIA-HABIL LA FECHA
053303* DESDE LA QUE VA A REGIR EL CAMBIO: SU VIGENCIA, O EL DIA HABIL
053304* SIGUIENTE SI CAE SABADO, DOMINGO O FERIADO DEL CALENDARIO, IGUAL
053305* QUE EN LA ACTIVACION. UNA FECHA QUE NO EXISTE QUEDA COMO VINO.
053306******************************************************************
053307 2050-AJUSTAR-VIGENCIA.
053308
053309     SET VIGENCIA-SIN-MOVER TO TRUE.
053310     MOVE ZERO TO WS-VIGENCIA-HABIL.
053311
053312     IF TRA-FECHA-EFECTIVA IS NOT NUMERIC
053313         GO TO 2050-AJUSTAR-VIGENCIA-EXIT.
053314
053315     MOVE TRA-FECHA-EFECTIVA-NUM TO WS-VIGENCIA-HABIL.
053316
053317     COMPUTE WS-ESTADO-FECHA =
053318         FUNCTION TEST-DATE-YYYYMMDD (TRA-FECHA-EFECTIVA-NUM).
053319     IF WS-ESTADO-FECHA NOT = ZERO
053320         GO TO 2050-AJUSTAR-VIGENCIA-EXIT.
053321
053322     MOVE TRA-FECHA-EFECTIVA-NUM TO WS-FECHA-HABIL.
053323     PERFORM 1950-VERIFICAR-DIA-HABIL
053324         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
053325
053326     IF DIA-HABIL
053327         GO TO 2050-AJUSTAR-VIGENCIA-EXIT.
053328
053329     SET VIGENCIA-MOVIDA TO TRUE.
053331
053332     PERFORM 2060-DIA-SIGUIENTE
053333         THRU 2060-DIA-SIGUIENTE-EXIT
053334         UNTIL DIA-HABIL.
053335
053336     MOVE WS-FECHA-HABIL TO WS-VIGENCIA-HABIL.
053337
053338 2050-AJUSTAR-VIGENCIA-EXIT.
053339     EXIT.
053340
053341******************************************************************
053342* 2060-DIA-SIGUIENTE - PASA AL DIA SIGUIENTE Y VE SI ES HABIL.
053343******************************************************************
053344 2060-DIA-SIGUIENTE.
053345
053346     COMPUTE WS-ENTERO-HABIL =
053347         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL) + 1.
053348     COMPUTE WS-FECHA-HABIL =
053349         FUNCTION DATE-OF-INTEGER (WS-ENTERO-HABIL).
053350     PERFORM 1950-VERIFICAR-DIA-HABIL
053351         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
053352
053353 2060-DIA-SIGUIENTE-EXIT.
053354     EXIT.
053355
053400******************************************************************
053500* 2100-DATOS-ACTUALES - TOMA DEL MAESTRO LOS DATOS VIGENTES DEL
053600* ARTICULO. UN ALTA PARTE DE VALOR CERO; SI EL CODIGO YA EXISTE LA
053700* ACTIVACION LA VA A RECHAZAR, Y LO MISMO UN CAMBIO DE UN CODIGO
053800* QUE NO ESTA EN EL MAESTRO.
053900******************************************************************
054000 2100-DATOS-ACTUALES.
054100
054200     MOVE TRA-CODIGO TO ART-CODIGO.
054300     READ MAESTRO-ARTICULOS
054400         INVALID KEY
054500             MOVE SPACES TO ART-DESCRIPCION
054600             MOVE ZERO   TO ART-CANTIDAD-BASE ART-PRECIO-UNITARIO
054700                            ART-RANGO-BAJO ART-RANGO-ALTO
054800             IF TRA-CAMBIO
054900                 MOVE "INEXISTENTE" TO WS-MARCA
055000             END-IF
055100         NOT INVALID KEY
055200             IF TRA-ALTA
055300                 MOVE "YA EXISTE" TO WS-MARCA
055400             END-IF
055500     END-READ.
055600
055700     IF NOT TRA-ALTA AND NOT TRA-CAMBIO
055800         MOVE "TIPO INVALIDO" TO WS-MARCA.
055900
056000     MOVE ART-DESCRIPCION     TO WS-ACT-DESCRIPCION.
056100     MOVE ART-CANTIDAD-BASE   TO WS-ACT-CANTIDAD.
056200     MOVE ART-PRECIO-UNITARIO TO WS-ACT-PRECIO.
056300     MOVE ART-RANGO-BAJO      TO WS-ACT-BAJO.
056400     MOVE ART-RANGO-ALTO      TO WS-ACT-ALTO.
056500
056600 2100-DATOS-ACTUALES-EXIT.
056700     EXIT.
056800
056900******************************************************************
057000* 2200-DATOS-NUEVOS - ARMA LOS DATOS DEL ARTICULO COMO QUEDARIAN
057100* DESPUES DE LA ACTIVACION: LOS CAMPOS EN BLANCO DE LA TRANSACCION
057200* DEJAN EL VALOR DEL MAESTRO COMO ESTA, IGUAL QUE AL APLICARLA.
057300******************************************************************
057400 2200-DATOS-NUEVOS.
057500
057600     IF TRA-PRECIO NOT NUMERIC
057700         MOVE "PRECIO INVAL" TO WS-MARCA
057800         GO TO 2200-DATOS-NUEVOS-EXIT.
057900
058000     MOVE WS-ACT-CANTIDAD TO WS-NVO-CANTIDAD.
058100     MOVE WS-ACT-BAJO     TO WS-NVO-BAJO.
058200     MOVE WS-ACT-ALTO     TO WS-NVO-ALTO.
058300     MOVE TRA-PRECIO-NUM  TO WS-NVO-PRECIO.
058400
058500     IF TRA-DESCRIPCION NOT = SPACES
058600         MOVE TRA-DESCRIPCION TO WS-ACT-DESCRIPCION.
058700
058800     IF TRA-CANTIDAD NOT = SPACES
058900         IF TRA-CANTIDAD IS NUMERIC
059000             MOVE TRA-CANTIDAD-NUM TO WS-NVO-CANTIDAD
059100         ELSE
059200             MOVE "CANTID INVAL" TO WS-MARCA
059300             GO TO 2200-DATOS-NUEVOS-EXIT.
059400
059500     IF TRA-RANGO-BAJO NOT = SPACES
059600         IF TRA-RANGO-BAJO IS NUMERIC
059700             MOVE TRA-RANGO-BAJO-NUM TO WS-NVO-BAJO
059800         ELSE
059900             MOVE "RANGO INVAL" TO WS-MARCA
060000             GO TO 2200-DATOS-NUEVOS-EXIT.
060100
060200     IF TRA-RANGO-ALTO NOT = SPACES
060300         IF TRA-RANGO-ALTO IS NUMERIC
060400             MOVE TRA-RANGO-ALTO-NUM TO WS-NVO-ALTO
060500         ELSE
060600             MOVE "RANGO INVAL" TO WS-MARCA
060700             GO TO 2200-DATOS-NUEVOS-EXIT.
060800
060900 2200-DATOS-NUEVOS-EXIT.
061000     EXIT.
061100
061101******************************************************************
061102* 2260-CARGAR-TRAMOS - CARGA LOS TRAMOS DE PRECIO POR VOLUMEN DEL
061103* ARTICULO CON EL PRECIO QUE RIGE A WS-FECHA-TRAMOS. SIN ARCHIVO
061104* DE TRAMOS LA TABLA QUEDA VACIA Y RIGE EL PRECIO DEL ARTICULO.
061105******************************************************************
061106 2260-CARGAR-TRAMOS.
061107
061108     MOVE ZERO TO WS-CANT-TRAMOS.
061109
061110     IF TRAMOS-NO-DISPONIBLES
061111         GO TO 2260-CARGAR-TRAMOS-EXIT.
061112
061113     MOVE TRA-CODIGO TO TPR-CODIGO.
061114     MOVE ZERO       TO TPR-DESDE.
061115     SET NO-FIN-DE-TRAMOS TO TRUE.
061116
061117     START ARCH-TRAMOS KEY IS NOT < TPR-CLAVE
061118         INVALID KEY
061119             GO TO 2260-CARGAR-TRAMOS-EXIT
061120     END-START.
061121
061122     PERFORM 2265-LEER-TRAMO THRU 2265-LEER-TRAMO-EXIT
061123         UNTIL FIN-DE-TRAMOS.
061124
061125 2260-CARGAR-TRAMOS-EXIT.
061126     EXIT.
061127
061128******************************************************************
061129* 2265-LEER-TRAMO - LEE EL SIGUIENTE TRAMO Y, SI ES DEL ARTICULO Y
061130* YA RIGE, LO AGREGA A LA TABLA CON SU PRECIO VIGENTE.
061131******************************************************************
061132 2265-LEER-TRAMO.
061133
061134     READ ARCH-TRAMOS NEXT RECORD
061135         AT END
061136             SET FIN-DE-TRAMOS TO TRUE
061137             GO TO 2265-LEER-TRAMO-EXIT
061138     END-READ.
061139
061140     IF FS-TRAMOS NOT = "00"
061141         DISPLAY "ERROR AL LEER LOS TRAMOS DE PRECIO. ESTADO: "
061142             FS-TRAMOS
061143         MOVE 16 TO RETURN-CODE
061144         STOP RUN.
061145
061146     IF TPR-CODIGO NOT = TRA-CODIGO
061147         SET FIN-DE-TRAMOS TO TRUE
061148         GO TO 2265-LEER-TRAMO-EXIT.
061149
061150*    UN PROXIMO PRECIO YA VIGENTE MANDA SOBRE EL ACTUAL; UN TRAMO
061151*    QUE TODAVIA NO EMPEZO A REGIR NO SE CARGA.
061152     IF TPR-FECHA-PROX > ZERO
061153             AND TPR-FECHA-PROX NOT > WS-FECHA-TRAMOS
061154         MOVE TPR-PRECIO-PROX TO WS-PRECIO-RENGLON
061155     ELSE
061156         IF TPR-FECHA-VIGENCIA NOT > WS-FECHA-TRAMOS
061157             MOVE TPR-PRECIO TO WS-PRECIO-RENGLON
061158         ELSE
061159             GO TO 2265-LEER-TRAMO-EXIT
061160         END-IF.
061161
061162     IF WS-CANT-TRAMOS NOT < WS-MAX-TRAMOS
061163         DISPLAY "CAPACIDAD DE LA TABLA DE TRAMOS EXCEDIDA."
061164         MOVE 16 TO RETURN-CODE
061165         STOP RUN.
061166
061167     ADD 1 TO WS-CANT-TRAMOS.
061168     MOVE TPR-DESDE         TO WS-TRA-DESDE (WS-CANT-TRAMOS).
061169     MOVE WS-PRECIO-RENGLON TO WS-TRA-PRECIO (WS-CANT-TRAMOS).
061170
061171 2265-LEER-TRAMO-EXIT.
061172     EXIT.
061173
061200******************************************************************
061300* 2300-COMPARAR-VALORES - VALORIZA LA TABLA DEL ARTICULO CON LOS
061400* DATOS ACTUALES Y CON LOS NUEVOS, CALCULA LA DIFERENCIA Y LA
061500* VARIACION PORCENTUAL Y MARCA LA QUE SUPERA LA TOLERANCIA.
061501* EL VALOR ACTUAL USA LOS TRAMOS QUE RIGEN A LA FECHA DE LA
061502* CORRIDA Y EL NUEVO LOS QUE VAN A REGIR A LA FECHA EFECTIVA DEL
061503* CAMBIO, YA CORRIDA AL DIA HABIL (LA DE LA CORRIDA SI VIENE EN
061504* BLANCO O YA PASO).
061600******************************************************************
061700 2300-COMPARAR-VALORES.
061800
061900     SET NO-HUBO-DESBORDE TO TRUE.
062000
062100     IF TRA-ALTA
062200         MOVE ZERO TO WS-VALOR-ACTUAL
062300     ELSE
062400         MOVE WS-ACT-CANTIDAD TO WS-VAL-CANTIDAD
062500         MOVE WS-ACT-PRECIO   TO WS-VAL-PRECIO
062600         MOVE WS-ACT-BAJO     TO WS-VAL-BAJO
062700         MOVE WS-ACT-ALTO     TO WS-VAL-ALTO
062701         MOVE WS-FECHA-CORRIDA-NUM TO WS-FECHA-TRAMOS
062702         PERFORM 2260-CARGAR-TRAMOS
062703             THRU 2260-CARGAR-TRAMOS-EXIT
062800         PERFORM 2400-VALORIZAR-TABLA
062900             THRU 2400-VALORIZAR-TABLA-EXIT
063000         MOVE WS-VAL-TOTAL    TO WS-VALOR-ACTUAL.
063100
063200     MOVE WS-NVO-CANTIDAD TO WS-VAL-CANTIDAD.
063300     MOVE WS-NVO-PRECIO   TO WS-VAL-PRECIO.
063400     MOVE WS-NVO-BAJO     TO WS-VAL-BAJO.
063500     MOVE WS-NVO-ALTO     TO WS-VAL-ALTO.
063501     IF TRA-FECHA-EFECTIVA IS NUMERIC AND
063502             WS-VIGENCIA-HABIL > WS-FECHA-CORRIDA-NUM
063503         MOVE WS-VIGENCIA-HABIL TO WS-FECHA-TRAMOS
063504     ELSE
063505         MOVE WS-FECHA-CORRIDA-NUM TO WS-FECHA-TRAMOS.
063506     PERFORM 2260-CARGAR-TRAMOS THRU 2260-CARGAR-TRAMOS-EXIT.
063600     PERFORM 2400-VALORIZAR-TABLA THRU 2400-VALORIZAR-TABLA-EXIT.
063700     MOVE WS-VAL-TOTAL    TO WS-VALOR-NUEVO.
063800
063900     COMPUTE WS-DIFERENCIA = WS-VALOR-NUEVO - WS-VALOR-ACTUAL.
064000
064100*    SIN VALOR ACTUAL (ALTA, O PRECIO CERO) TODO EL VALOR NUEVO ES
064200*    VARIACION: SE TOMA COMO EL 100 POR CIENTO.
064300     IF WS-VALOR-ACTUAL > ZERO
064400         COMPUTE WS-PORCENTAJE ROUNDED =
064500                 WS-DIFERENCIA * 100 / WS-VALOR-ACTUAL
064600             ON SIZE ERROR
064700                 MOVE 99999.99 TO WS-PORCENTAJE
064800         END-COMPUTE
064900     ELSE
065000         IF WS-VALOR-NUEVO > ZERO
065100             MOVE 100 TO WS-PORCENTAJE
065200         ELSE
065300             MOVE ZERO TO WS-PORCENTAJE.
065400
065500     IF WS-PORCENTAJE < ZERO
065600         COMPUTE WS-PORCENTAJE-ABS = ZERO - WS-PORCENTAJE
065700     ELSE
065800         MOVE WS-PORCENTAJE TO WS-PORCENTAJE-ABS.
065900
066000     IF WS-PORCENTAJE-ABS > WS-TOLERANCIA
066100         MOVE "FUERA TOLER." TO WS-MARCA
066200         ADD 1 TO WS-TOTAL-FUERA-TOLERANCIA
066300     ELSE
066400         IF HUBO-DESBORDE
066500             MOVE "DESBORDE" TO WS-MARCA.
066600
066700     ADD 1 TO WS-TOTAL-ANALIZADOS.
066800     ADD WS-VALOR-ACTUAL TO WS-TOTAL-VALOR-ACTUAL.
066900     ADD WS-VALOR-NUEVO  TO WS-TOTAL-VALOR-NUEVO.
067000     ADD WS-DIFERENCIA   TO WS-TOTAL-DIFERENCIA.
067100
067200 2300-COMPARAR-VALORES-EXIT.
067300     EXIT.
067400
067500******************************************************************
067600* 2400-VALORIZAR-TABLA - SUMA EL IMPORTE DE CADA RENGLON DE LA
067700* TABLA (CANTIDAD BASE POR MULTIPLICADOR POR PRECIO) EN EL RANGO
067800* DEL ARTICULO, O EN EL GENERAL SI EL ARTICULO NO TIENE UN PERFIL
067900* DE RANGO VALIDO, COMO LO HACE LA MULTIPLICACION.
068000******************************************************************
068100 2400-VALORIZAR-TABLA.
068200
068300     MOVE ZERO TO WS-VAL-TOTAL.
068400
068500     IF WS-VAL-PRECIO = ZERO AND WS-CANT-TRAMOS = ZERO
068600         GO TO 2400-VALORIZAR-TABLA-EXIT.
068700
068800     IF WS-VAL-ALTO = ZERO OR WS-VAL-BAJO > WS-VAL-ALTO
068900         MOVE WS-RANGO-BAJO TO WS-VAL-BAJO
069000         MOVE WS-RANGO-ALTO TO WS-VAL-ALTO.
069100
069200     PERFORM 2450-VALORIZAR-RENGLON
069300         THRU 2450-VALORIZAR-RENGLON-EXIT
069400         VARYING WS-MULTIPLICADOR FROM WS-VAL-BAJO BY 1
069500         UNTIL WS-MULTIPLICADOR > WS-VAL-ALTO.
069600
069700 2400-VALORIZAR-TABLA-EXIT.
069800     EXIT.
069900
070000******************************************************************
070100* 2450-VALORIZAR-RENGLON - IMPORTE DE UN RENGLON DE LA TABLA, AL
070200* PRECIO DEL TRAMO QUE ALCANZA SU CANTIDAD. SI NO ENTRA EN EL
070300* CAMPO DE IMPORTE, LA MULTIPLICACION LO DEJA EN CERO, Y ASI SE LO
070301* TOMA TAMBIEN ACA.
070400******************************************************************
070500 2450-VALORIZAR-RENGLON.
070600
070700     COMPUTE WS-RESULTADO = WS-VAL-CANTIDAD * WS-MULTIPLICADOR
070800         ON SIZE ERROR
070900             SET HUBO-DESBORDE TO TRUE
071000             GO TO 2450-VALORIZAR-RENGLON-EXIT
071100     END-COMPUTE.
071200
071201     MOVE WS-VAL-PRECIO TO WS-PRECIO-RENGLON.
071202     PERFORM 2460-BUSCAR-TRAMO THRU 2460-BUSCAR-TRAMO-EXIT
071203         VARYING WS-IND-TRAMOS FROM 1 BY 1
071204         UNTIL WS-IND-TRAMOS > WS-CANT-TRAMOS.
071205
071300     COMPUTE WS-IMPORTE ROUNDED = WS-RESULTADO * WS-PRECIO-RENGLON
071400         ON SIZE ERROR
071500             MOVE ZERO TO WS-IMPORTE
071600             SET HUBO-DESBORDE TO TRUE
071700     END-COMPUTE.
071800
071900     ADD WS-IMPORTE TO WS-VAL-TOTAL.
072000
072100 2450-VALORIZAR-RENGLON-EXIT.
072200     EXIT.
072300
072301******************************************************************
072302* 2460-BUSCAR-TRAMO - SI LA CANTIDAD DEL RENGLON ALCANZA EL TRAMO,
072303* SU PRECIO PASA A SER EL DEL RENGLON. LOS TRAMOS ESTAN EN ORDEN
072304* CRECIENTE, ASI QUE QUEDA EL DEL MAYOR TRAMO ALCANZADO.
072305******************************************************************
072306 2460-BUSCAR-TRAMO.
072307
072308     IF WS-TRA-DESDE (WS-IND-TRAMOS) > WS-RESULTADO
072309         GO TO 2460-BUSCAR-TRAMO-EXIT.
072310
072311     MOVE WS-TRA-PRECIO (WS-IND-TRAMOS) TO WS-PRECIO-RENGLON.
072312
072313 2460-BUSCAR-TRAMO-EXIT.
072314     EXIT.
072315
072400******************************************************************
072500* 3050-ENCABEZADO-LISTADO - ESCRIBE EL ENCABEZADO DE UNA NUEVA
072600* PAGINA DEL LISTADO DE IMPACTO.
072700******************************************************************
072800 3050-ENCABEZADO-LISTADO.
072900
073000     ADD 1 TO WS-NUMERO-PAGINA.
073100     MOVE WS-FC-DIA  TO LE1-DIA.
073200     MOVE WS-FC-MES  TO LE1-MES.
073300     MOVE WS-FC-ANIO TO LE1-ANIO.
073400     MOVE WS-NUMERO-PAGINA TO LE1-PAGINA.
073500     MOVE WS-FH-DIA  TO LPA-DIA.
073600     MOVE WS-FH-MES  TO LPA-MES.
073700     MOVE WS-FH-ANIO TO LPA-ANIO.
073800     MOVE WS-TOLERANCIA TO LPA-TOLERANCIA.
073900
074000     IF WS-NUMERO-PAGINA > 1
074100         WRITE LINEA-LISTADO FROM LIN-BLANCO
074200             AFTER ADVANCING PAGE
074300     ELSE
074400         WRITE LINEA-LISTADO FROM LIN-BLANCO.
074500
074600     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
074601     IF CORRIDA-EN-DIA-NO-HABIL
074602         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
074700     WRITE LINEA-LISTADO FROM LIN-PARAMETROS.
074800     WRITE LINEA-LISTADO FROM LIN-BLANCO.
074900     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-2.
075000     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-3.
075100     WRITE LINEA-LISTADO FROM LIN-BLANCO.
075200     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
075300
075400 3050-ENCABEZADO-LISTADO-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800* 3900-IMPRIMIR-RENGLON - DEJA EN EL LISTADO LOS DOS RENGLONES DEL
075900* CAMBIO RECIEN VALORIZADO: PRECIOS ACTUAL Y NUEVO, Y DEBAJO LOS
076000* VALORES DE LA TABLA, LA DIFERENCIA Y LA OBSERVACION.
076100******************************************************************
076200 3900-IMPRIMIR-RENGLON.
076300
076400     IF WS-LINEAS-EN-PAGINA + 2 > WS-MAX-LINEAS-PAGINA
076500         PERFORM 3050-ENCABEZADO-LISTADO
076600             THRU 3050-ENCABEZADO-LISTADO-EXIT.
076700
076800     MOVE TRA-TIPO           TO LD1-TIPO.
076900     MOVE TRA-CODIGO         TO LD1-CODIGO.
077000     MOVE WS-ACT-DESCRIPCION TO LD1-DESCRIPCION.
077100     IF TRA-FECHA-EFECTIVA IS NUMERIC
077200         MOVE WS-VIGENCIA-HABIL TO LD1-FECHA
077300     ELSE
077400         MOVE ZERO TO LD1-FECHA.
077401     IF VIGENCIA-MOVIDA
077402         MOVE "*" TO LD1-MOVIDA
077403         ADD 1 TO WS-TOTAL-MOVIDAS
077404     ELSE
077405         MOVE SPACE TO LD1-MOVIDA.
077500     MOVE WS-ACT-PRECIO      TO LD1-PRECIO-ACT.
077600     IF TRA-PRECIO IS NUMERIC
077700         MOVE TRA-PRECIO-NUM TO LD1-PRECIO-NVO
077800     ELSE
077900         MOVE ZERO TO LD1-PRECIO-NVO.
078000
078100     MOVE WS-VALOR-ACTUAL    TO LD2-VALOR-ACT.
078200     MOVE WS-VALOR-NUEVO     TO LD2-VALOR-NVO.
078300     MOVE WS-DIFERENCIA      TO LD2-DIFERENCIA.
078400     MOVE WS-PORCENTAJE      TO LD2-PORCENTAJE.
078500     MOVE WS-MARCA           TO LD2-MARCA.
078600
078700     WRITE LINEA-LISTADO FROM LIN-DETALLE-1.
078800     WRITE LINEA-LISTADO FROM LIN-DETALLE-2.
078900     ADD 2 TO WS-LINEAS-EN-PAGINA.
079000
079100 3900-IMPRIMIR-RENGLON-EXIT.
079200     EXIT.
079300
079400******************************************************************
079500* 8000-FINALIZAR - IMPRIME EL TOTAL GENERAL DEL IMPACTO Y LOS
079600* CONTADORES, Y CIERRA LOS ARCHIVOS DE LA CORRIDA.
079700******************************************************************
079800 8000-FINALIZAR.
079900
080000     IF WS-TOTAL-ANALIZADOS = ZERO AND WS-TOTAL-OBSERVADOS = ZERO
080100         WRITE LINEA-LISTADO FROM LIN-SIN-CAMBIOS.
080200
080300     WRITE LINEA-LISTADO FROM LIN-BLANCO.
080400
080500     MOVE "VALOR TOTAL AL PRECIO ACTUAL: " TO LTI-CONCEPTO.
080600     MOVE WS-TOTAL-VALOR-ACTUAL TO LTI-IMPORTE.
080700     WRITE LINEA-LISTADO FROM LIN-TOTAL-IMPORTE.
080800
080900     MOVE "VALOR TOTAL AL PRECIO NUEVO.: " TO LTI-CONCEPTO.
081000     MOVE WS-TOTAL-VALOR-NUEVO TO LTI-IMPORTE.
081100     WRITE LINEA-LISTADO FROM LIN-TOTAL-IMPORTE.
081200
081300     MOVE "DIFERENCIA TOTAL............: " TO LTI-CONCEPTO.
081400     MOVE WS-TOTAL-DIFERENCIA TO LTI-IMPORTE.
081500     WRITE LINEA-LISTADO FROM LIN-TOTAL-IMPORTE.
081600
081700     IF WS-TOTAL-VALOR-ACTUAL > ZERO
081800         COMPUTE WS-PORCENTAJE ROUNDED =
081900                 WS-TOTAL-DIFERENCIA * 100 / WS-TOTAL-VALOR-ACTUAL
082000             ON SIZE ERROR
082100                 MOVE 99999.99 TO WS-PORCENTAJE
082200         END-COMPUTE
082300     ELSE
082400         MOVE ZERO TO WS-PORCENTAJE.
082500     MOVE "VARIACION TOTAL (%).........: " TO LTP-CONCEPTO.
082600     MOVE WS-PORCENTAJE TO LTP-PORCENTAJE.
082700     WRITE LINEA-LISTADO FROM LIN-TOTAL-PORCENTAJE.
082800
082900     WRITE LINEA-LISTADO FROM LIN-BLANCO.
083000
083100     MOVE "CAMBIOS EN CARTERA..........: " TO LT-CONCEPTO.
083200     MOVE WS-TOTAL-LEIDOS TO LT-CIFRA.
083300     WRITE LINEA-LISTADO FROM LIN-TOTAL.
083400
083500     MOVE "CAMBIOS VALORIZADOS.........: " TO LT-CONCEPTO.
083600     MOVE WS-TOTAL-ANALIZADOS TO LT-CIFRA.
083700     WRITE LINEA-LISTADO FROM LIN-TOTAL.
083800
083900     MOVE "FUERA DE TOLERANCIA.........: " TO LT-CONCEPTO.
084000     MOVE WS-TOTAL-FUERA-TOLERANCIA TO LT-CIFRA.
084100     WRITE LINEA-LISTADO FROM LIN-TOTAL.
084200
084300     MOVE "NO VALORIZADOS (OBSERVADOS).: " TO LT-CONCEPTO.
084400     MOVE WS-TOTAL-OBSERVADOS TO LT-CIFRA.
084500     WRITE LINEA-LISTADO FROM LIN-TOTAL.
084600
084700     MOVE "SIN CAMBIO DE PRECIO O BAJAS: " TO LT-CONCEPTO.
084800     MOVE WS-TOTAL-SIN-PRECIO TO LT-CIFRA.
084900     WRITE LINEA-LISTADO FROM LIN-TOTAL.
085000
085100     MOVE "VIGENTES DESPUES DEL HORIZ..: " TO LT-CONCEPTO.
085200     MOVE WS-TOTAL-FUERA-HORIZONTE TO LT-CIFRA.
085300     WRITE LINEA-LISTADO FROM LIN-TOTAL.
085301
085302     MOVE "VIGENCIAS MOVIDAS (*).......: " TO LT-CONCEPTO.
085303     MOVE WS-TOTAL-MOVIDAS TO LT-CIFRA.
085304     WRITE LINEA-LISTADO FROM LIN-TOTAL.
085400
085500     IF FS-PENDIENTES NOT = "35"
085600         CLOSE ARCH-PENDIENTES.
085700     CLOSE MAESTRO-ARTICULOS.
085701     IF TRAMOS-DISPONIBLES
085702         CLOSE ARCH-TRAMOS.
085703     IF CALENDARIO-DISPONIBLE
085704         CLOSE ARCH-CALENDARIO.
085800     CLOSE LISTADO.
085900
086000     DISPLAY "CAMBIOS VALORIZADOS.........: " WS-TOTAL-ANALIZADOS.
086100     DISPLAY "FUERA DE TOLERANCIA.........: "
086200         WS-TOTAL-FUERA-TOLERANCIA.
086300     DISPLAY "DIFERENCIA TOTAL............: " WS-TOTAL-DIFERENCIA.
086400
086500 8000-FINALIZAR-EXIT.
086600     EXIT.
086700
086800 END PROGRAM IMPPRECIOS.
