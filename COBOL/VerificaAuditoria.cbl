000100******************************************************************
000200* AUTHOR.     J. FERNANDEZ.
000300* INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400* DATE-WRITTEN. 2026-10-14.
000500* DATE-COMPILED.
000600* PURPOSE.    VERIFICACION DEL RASTRO DE AUDITORIA SELLADO.
000700*             CADA REGISTRO DE AUDITORIA LLEVA UNA SECUENCIA
000800*             CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL DEL
000900*             REGISTRO ANTERIOR. EL PROGRAMA RECORRE EL RASTRO
001000*             COMPLETO EN ORDEN: LOS HISTORICOS MENSUALES DE
001100*             CONSAUDITORIA (HISTAUD.MAAAAMM) DESDE EL MES EN QUE
001200*             EMPEZO EL SELLADO, LAS GENERACIONES DIARIAS DE
001300*             ARCGENERACION TODAVIA SIN CONSOLIDAR (SEGUN EL
001400*             CATALOGO) Y LA AUDITORIA DEL DIA. INFORMA CADA SALTO
001500*             DE SECUENCIA, REGISTRO FUERA DE ORDEN, CADENA ROTA O
001600*             REGISTRO SIN SELLO CON EL ARCHIVO Y LA POSICION
001700*             DONDE APARECE, Y CRUZA EL FINAL DEL RASTRO
001800*             CONTRA EL CONTROL DE SELLADO. SOLO LECTURA. DEJA EL
001900*             RESULTADO EN VERAUDCTL PARA LA HOJA DE CIERRE Y
002000*             TERMINA CON CODIGO 8 SI EL RASTRO NO ESTA INTEGRO.
002100* TECTONICS.  COBC.
002200*-----------------------------------------------------------*
002300* MODIFICATION HISTORY.
002400* -----------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* 2026-10-14 JFR   PROGRAMA ORIGINAL. HASTA AHORA UN RENGLON DE
002700*                  AUDITORIA BORRADO O CAMBIADO CON UN EDITOR NO
002800*                  DEJABA NINGUNA MARCA.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. VERAUDITORIA.
003200 AUTHOR. J. FERNANDEZ.
003300 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003400 DATE-WRITTEN. 2026-10-14.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000
004100     SELECT CATALOGO ASSIGN TO GENCATALOGO
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FS-CATALOGO.
004400
004500     SELECT ARCH-TRAMO ASSIGN TO DYNAMIC WS-NOMBRE-TRAMO
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS FS-TRAMO.
004800
004900     SELECT ARCH-AUDITORIA ASSIGN TO AUDITORIA
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FS-AUDITORIA.
005200
005300     SELECT ARCH-SECUENCIA-AUD ASSIGN TO AUDSECCTL
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FS-SECUENCIA-AUD.
005600
005700     SELECT ARCH-CONTROL-VAUD ASSIGN TO VERAUDCTL
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FS-CONTROL-VAUD.
006000
006100     SELECT LISTADO ASSIGN TO LISTVERAUD
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS FS-LISTADO.
006400
006500     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS CAL-FECHA
006900         FILE STATUS IS FS-CALENDARIO.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300
007400 FD  CATALOGO
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 49 CHARACTERS.
007700 01  CAT-REG.
007800     05  CAT-TIPO                   PIC X(10).
007900         88  CAT-ES-AUDITORIA                  VALUE 'AUDITORIA '.
008000     05  CAT-FECHA                  PIC 9(08).
008100     05  CAT-NOMBRE                 PIC X(30).
008200     05  CAT-ESTADO                 PIC X(01).
008300         88  CAT-ACTIVA                        VALUE 'A'.
008400         88  CAT-CONSOLIDADA                   VALUE 'C'.
008500
008600******************************************************************
008700* TRAMO DEL RASTRO: HISTORICO MENSUAL O GENERACION DIARIA
008800******************************************************************
008900 FD  ARCH-TRAMO
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 96 CHARACTERS.
009200 01  TRM-REG                        PIC X(96).
009300
009400 FD  ARCH-AUDITORIA
009500     LABEL RECORDS ARE STANDARD
009600     RECORD CONTAINS 96 CHARACTERS.
009700 01  AUD-REG                        PIC X(96).
009800
009900******************************************************************
010000* CONTROL DE SELLADO DE LA AUDITORIA: ULTIMA SECUENCIA GRABADA, SU
010100* VERIFICADOR Y LA FECHA EN QUE EMPEZO EL RASTRO SELLADO
010200******************************************************************
010300 FD  ARCH-SECUENCIA-AUD
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 25 CHARACTERS.
010600 01  ASC-REG.
010700     05  ASC-SECUENCIA              PIC 9(08).
010800     05  ASC-VERIFICADOR            PIC 9(09).
010900     05  ASC-FECHA-INICIO           PIC 9(08).
011000
011100******************************************************************
011200* RESULTADO DE LA VERIFICACION PARA LA HOJA DE CIERRE
011300******************************************************************
011400 FD  ARCH-CONTROL-VAUD
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 39 CHARACTERS.
011700 01  VAC-REG.
011800     05  VAC-FECHA                  PIC 9(08).
011900     05  VAC-REGISTROS              PIC 9(08).
012000     05  VAC-ANTERIORES             PIC 9(08).
012100     05  VAC-ANOMALIAS              PIC 9(06).
012200     05  VAC-ULTIMA-SECUENCIA       PIC 9(08).
012300     05  VAC-VEREDICTO              PIC X(01).
012400         88  VAC-RASTRO-INTEGRO                VALUE 'C'.
012500         88  VAC-RASTRO-ALTERADO               VALUE 'A'.
012600
012700 FD  LISTADO
012800     LABEL RECORDS ARE STANDARD
012900     RECORD CONTAINS 80 CHARACTERS.
013000 01  LINEA-LISTADO                  PIC X(80).
013100
013200******************************************************************
013300* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
013400******************************************************************
013500 FD  ARCH-CALENDARIO
013600     LABEL RECORDS ARE STANDARD
013700     RECORD CONTAINS 40 CHARACTERS.
013800 01  CAL-REG.
013900     05  CAL-FECHA                  PIC 9(08).
014000     05  CAL-DESCRIPCION            PIC X(30).
014100     05  FILLER                     PIC X(02).
014200
014300 WORKING-STORAGE SECTION.
014400
014500******************************************************************
014600* SWITCHES DE CONTROL DEL PROGRAMA
014700******************************************************************
014800 77  WS-SW-FIN-CATALOGO          PIC X(01) VALUE 'N'.
014900     88  FIN-DE-CATALOGO                   VALUE 'S'.
015000     88  NO-FIN-DE-CATALOGO                VALUE 'N'.
015100 77  WS-SW-FIN-TRAMO             PIC X(01) VALUE 'N'.
015200     88  FIN-DE-TRAMO                      VALUE 'S'.
015300     88  NO-FIN-DE-TRAMO                   VALUE 'N'.
015400 77  WS-SW-CONTROL-SELLO         PIC X(01) VALUE 'N'.
015500     88  HAY-CONTROL-SELLO                 VALUE 'S'.
015600     88  SIN-CONTROL-SELLO                 VALUE 'N'.
015700 77  WS-SW-SELLADOS              PIC X(01) VALUE 'N'.
015800     88  HAY-SELLADOS                      VALUE 'S'.
015900     88  NO-HAY-SELLADOS                   VALUE 'N'.
016000 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
016100     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
016200     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
016300 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
016400     88  DIA-HABIL                         VALUE 'S'.
016500     88  DIA-NO-HABIL                      VALUE 'N'.
016600 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
016700     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
016800     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
016900
017000******************************************************************
017100* CODIGOS DE ESTADO DE ARCHIVOS
017200******************************************************************
017300 77  FS-CATALOGO                 PIC X(02) VALUE SPACES.
017400 77  FS-TRAMO                    PIC X(02) VALUE SPACES.
017500 77  FS-AUDITORIA                PIC X(02) VALUE SPACES.
017600 77  FS-SECUENCIA-AUD            PIC X(02) VALUE SPACES.
017700 77  FS-CONTROL-VAUD             PIC X(02) VALUE SPACES.
017800 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
017900 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
018000
018100******************************************************************
018200* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
018300* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
018400* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
018500* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
018600******************************************************************
018700 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
018800 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
018900 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
019000 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
019100 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
019200
019300******************************************************************
019400* SELLADO DE LA AUDITORIA: EL VERIFICADOR SE RECALCULA IGUAL QUE
019500* AL GRABAR. EL VALOR DE CADA CARACTER SE TOMA REDEFINIENDO COMO
019600* BINARIO UN PAR DE BYTES CUYO PRIMER BYTE VALE CERO.
019700******************************************************************
019800 77  WS-SELLO-VERIFICADOR        PIC 9(09) VALUE ZERO.
019900 77  WS-SELLO-ACUMULADO          PIC 9(11) VALUE ZERO COMP.
020000 77  WS-SELLO-COCIENTE           PIC 9(11) VALUE ZERO COMP.
020100 77  WS-SELLO-IND                PIC 9(04) VALUE ZERO COMP.
020200 77  WS-SELLO-LARGO              PIC 9(04) VALUE 87 COMP.
020300 01  WS-SELLO-REGISTRO.
020400     05  WS-SELLO-CAR            PIC X(01) OCCURS 96 TIMES.
020500 01  WS-SELLO-CAMPOS REDEFINES WS-SELLO-REGISTRO.
020600     05  WS-SC-DATOS             PIC X(79).
020700     05  WS-SC-SECUENCIA         PIC 9(08).
020800     05  WS-SC-VERIFICADOR       PIC 9(09).
020900 01  WS-SELLO-PAR.
021000     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
021100     05  WS-SELLO-CARACTER       PIC X(01) VALUE LOW-VALUE.
021200 01  WS-SELLO-VALOR REDEFINES WS-SELLO-PAR
021300                                 PIC 9(04) COMP.
021400
021500******************************************************************
021600* ESTADO DE LA CADENA A MEDIDA QUE SE RECORRE EL RASTRO
021700******************************************************************
021800 77  WS-SECUENCIA-ESPERADA       PIC 9(08) VALUE 1.
021900 77  WS-VERIFICADOR-PREVIO       PIC 9(09) VALUE ZERO.
022000 77  WS-ULTIMA-SECUENCIA         PIC 9(08) VALUE ZERO.
022100 77  WS-CONTROL-SECUENCIA        PIC 9(08) VALUE ZERO.
022200 77  WS-CONTROL-VERIFICADOR      PIC 9(09) VALUE ZERO.
022300 01  WS-CONTROL-FECHA-INICIO.
022400     05  WS-CFI-ANIO-MES         PIC 9(06).
022500     05  WS-CFI-DIA              PIC 9(02).
022600
022700******************************************************************
022800* TRAMO EN CURSO: NOMBRE, POSICION DEL REGISTRO DENTRO DEL ARCHIVO
022900* Y PRIMERA Y ULTIMA SECUENCIA SELLADA QUE TRAE
023000******************************************************************
023100 77  WS-NOMBRE-TRAMO             PIC X(30) VALUE SPACES.
023200 77  WS-POSICION                 PIC 9(08) VALUE ZERO COMP.
023300 77  WS-DESDE-TRAMO              PIC 9(08) VALUE ZERO.
023400 77  WS-HASTA-TRAMO              PIC 9(08) VALUE ZERO.
023500 01  WS-NOMBRE-MENSUAL.
023600     05  FILLER                  PIC X(09) VALUE "HISTAUD.M".
023700     05  WS-NM-ANIO-MES          PIC 9(06).
023800     05  FILLER                  PIC X(15) VALUE SPACES.
023900 01  WS-MES-TRAMO.
024000     05  WS-MT-ANIO              PIC 9(04).
024100     05  WS-MT-MES               PIC 9(02).
024200 01  WS-MES-TRAMO-NUM REDEFINES WS-MES-TRAMO
024300                                 PIC 9(06).
024400
024500******************************************************************
024600* TABLA DEL CATALOGO DE GENERACIONES
024700******************************************************************
024800 77  WS-MAX-CATALOGO             PIC 9(04) VALUE 500 COMP.
024900 77  WS-CANT-CATALOGO            PIC 9(04) VALUE ZERO COMP.
025000 77  WS-IND-CATALOGO             PIC 9(04) VALUE ZERO COMP.
025100 01  WS-TABLA-CATALOGO.
025200     05  WS-CAT-ENTRADA          OCCURS 500 TIMES.
025300         10  WS-CAT-TIPO         PIC X(10).
025400         10  WS-CAT-FECHA        PIC 9(08).
025500         10  WS-CAT-NOMBRE       PIC X(30).
025600         10  WS-CAT-ESTADO       PIC X(01).
025700
025800******************************************************************
025900* CONTADORES DE CONTROL DE LA CORRIDA
026000******************************************************************
026100 77  WS-TOTAL-ARCHIVOS           PIC 9(06) VALUE ZERO COMP.
026200 77  WS-TOTAL-NO-HALLADOS        PIC 9(06) VALUE ZERO COMP.
026300 77  WS-TOTAL-REGISTROS          PIC 9(08) VALUE ZERO COMP.
026400 77  WS-TOTAL-ANTERIORES         PIC 9(08) VALUE ZERO COMP.
026500 77  WS-TOTAL-SELLADOS           PIC 9(08) VALUE ZERO COMP.
026600 77  WS-TOTAL-SALTOS             PIC 9(06) VALUE ZERO COMP.
026700 77  WS-TOTAL-DESORDEN           PIC 9(06) VALUE ZERO COMP.
026800 77  WS-TOTAL-ROTAS              PIC 9(06) VALUE ZERO COMP.
026900 77  WS-TOTAL-SIN-SELLO          PIC 9(06) VALUE ZERO COMP.
027000 77  WS-TOTAL-CONTROL            PIC 9(06) VALUE ZERO COMP.
027100 77  WS-TOTAL-ANOMALIAS          PIC 9(06) VALUE ZERO COMP.
027200
027300 01  WS-FECHA-CORRIDA.
027400     05  WS-FC-ANIO-MES          PIC 9(06).
027500     05  WS-FC-DIA               PIC 9(02).
027600 01  WS-FECHA-CORRIDA-NUM REDEFINES WS-FECHA-CORRIDA
027700                                 PIC 9(08).
027800
027900 01  LIN-BLANCO                  PIC X(80) VALUE SPACES.
028000
028100 01  LIN-ENCABEZADO-1.
028200     05  FILLER                  PIC X(30) VALUE
028300             "VERIFICACION DE LA AUDITORIA".
028400     05  FILLER                  PIC X(09) VALUE SPACES.
028500     05  FILLER                  PIC X(07) VALUE "FECHA: ".
028600     05  LE1-FECHA               PIC 9(08).
028700     05  FILLER                  PIC X(26) VALUE SPACES.
028800
028900 01  LIN-ENCABEZADO-2.
029000     05  FILLER                  PIC X(22) VALUE
029100             "RASTRO SELLADO DESDE: ".
029200     05  LE2-INICIO              PIC 9(08).
029300     05  FILLER                  PIC X(24) VALUE
029400             "   SECUENCIA EN CONTROL:".
029500     05  LE2-SECUENCIA           PIC Z(7)9.
029600     05  FILLER                  PIC X(18) VALUE SPACES.
029700
029800 01  LIN-SIN-CONTROL.
029900     05  FILLER                  PIC X(50) VALUE
030000             "SIN CONTROL DE SELLADO: SE RECORRE DESDE EL MES".
030100     05  FILLER                  PIC X(30) VALUE SPACES.
030200
030300 01  LIN-COLUMNAS.
030400     05  FILLER                  PIC X(23) VALUE "  ARCHIVO".
030500     05  FILLER                  PIC X(08) VALUE " POSIC. ".
030600     05  FILLER                  PIC X(09) VALUE "SECUENC. ".
030700     05  FILLER                  PIC X(10) VALUE "ESPERADA  ".
030800     05  FILLER                  PIC X(30) VALUE "ANOMALIA".
030900
031000 01  LIN-ANOMALIA.
031100     05  FILLER                  PIC X(02) VALUE SPACES.
031200     05  LA-ARCHIVO              PIC X(20).
031300     05  FILLER                  PIC X(01) VALUE SPACE.
031400     05  LA-POSICION             PIC ZZZZZZ9.
031500     05  FILLER                  PIC X(01) VALUE SPACE.
031600     05  LA-SECUENCIA            PIC Z(7)9.
031700     05  FILLER                  PIC X(01) VALUE SPACE.
031800     05  LA-ESPERADA             PIC Z(7)9.
031900     05  FILLER                  PIC X(02) VALUE SPACES.
032000     05  LA-TIPO                 PIC X(28).
032100     05  FILLER                  PIC X(02) VALUE SPACES.
032200
032300 01  LIN-TRAMO.
032400     05  FILLER                  PIC X(02) VALUE SPACES.
032500     05  LTR-ARCHIVO             PIC X(20).
032600     05  FILLER                  PIC X(01) VALUE SPACE.
032700     05  LTR-REGISTROS           PIC ZZZZZZ9.
032800     05  FILLER                  PIC X(12) VALUE " REG.  SEC. ".
032900     05  LTR-DESDE               PIC Z(7)9.
033000     05  FILLER                  PIC X(03) VALUE " A ".
033100     05  LTR-HASTA               PIC Z(7)9.
033200     05  FILLER                  PIC X(19) VALUE SPACES.
033300
033400 01  LIN-TRAMO-FALTANTE.
033500     05  FILLER                  PIC X(02) VALUE SPACES.
033600     05  LTF-ARCHIVO             PIC X(20).
033700     05  FILLER                  PIC X(01) VALUE SPACE.
033800     05  FILLER                  PIC X(13) VALUE "NO ENCONTRADO".
033900     05  FILLER                  PIC X(44) VALUE SPACES.
034000
034100 01  LIN-TOTAL.
034200     05  LT-CONCEPTO             PIC X(35).
034300     05  LT-CIFRA                PIC ZZ,ZZZ,ZZ9.
034400     05  FILLER                  PIC X(35) VALUE SPACES.
034500
034600 01  LIN-VEREDICTO.
034700     05  FILLER                  PIC X(30) VALUE
034800             "RESULTADO DE LA VERIFICACION: ".
034900     05  LVE-VEREDICTO           PIC X(44).
035000     05  FILLER                  PIC X(06) VALUE SPACES.
035100
035200 01  LIN-DIA-NO-HABIL.
035300     05  FILLER                  PIC X(29) VALUE
035400             "*** CORRIDA EN DIA NO HABIL: ".
035500     05  LNH-MOTIVO              PIC X(30).
035600     05  FILLER                  PIC X(21) VALUE SPACES.
035700
035800 PROCEDURE DIVISION.
035900
036000******************************************************************
036100* 0000-MAINLINE - PARRAFO PRINCIPAL DEL PROGRAMA. EL RASTRO SE
036200* RECORRE DEL MAS VIEJO AL MAS NUEVO: HISTORICOS MENSUALES,
036300* GENERACIONES SIN CONSOLIDAR Y AUDITORIA DEL DIA.
036400******************************************************************
036500 0000-MAINLINE.
036600
036700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
036800
036900     PERFORM 2000-RECORRER-MENSUAL
037000         THRU 2000-RECORRER-MENSUAL-EXIT
037100         UNTIL WS-MES-TRAMO-NUM > WS-FC-ANIO-MES.
037200
037300     PERFORM 3000-RECORRER-GENERACION
037400         THRU 3000-RECORRER-GENERACION-EXIT
037500         VARYING WS-IND-CATALOGO FROM 1 BY 1
037600         UNTIL WS-IND-CATALOGO > WS-CANT-CATALOGO.
037700
037800     PERFORM 4000-RECORRER-DIARIA
037900         THRU 4000-RECORRER-DIARIA-EXIT.
038000
038100     PERFORM 5000-CRUZAR-CONTROL
038200         THRU 5000-CRUZAR-CONTROL-EXIT.
038300
038400     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
038500
038600     STOP RUN.
038700
038800******************************************************************
038900* 1000-INICIALIZAR - ABRE EL LISTADO, LEE EL CONTROL DE SELLADO Y
039000* CARGA EL CATALOGO DE GENERACIONES.
039100******************************************************************
039200 1000-INICIALIZAR.
039300
039400     ACCEPT WS-FECHA-CORRIDA-NUM FROM DATE YYYYMMDD.
039500
039600     PERFORM 1900-VERIFICAR-DIA-CORRIDA
039700         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
039800
039900     OPEN OUTPUT LISTADO.
040000     IF FS-LISTADO NOT = "00"
040100         DISPLAY "ERROR AL ABRIR EL LISTADO. ESTADO: " FS-LISTADO
040200         MOVE 16 TO RETURN-CODE
040300         STOP RUN.
040400
040500     PERFORM 1050-LEER-CONTROL-SELLO
040600         THRU 1050-LEER-CONTROL-SELLO-EXIT.
040700
040800     PERFORM 1100-CARGAR-CATALOGO
040900         THRU 1100-CARGAR-CATALOGO-EXIT.
041000
041100     MOVE WS-FECHA-CORRIDA-NUM TO LE1-FECHA.
041200     WRITE LINEA-LISTADO FROM LIN-BLANCO.
041300     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
041400     IF CORRIDA-EN-DIA-NO-HABIL
041500         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
041600     IF HAY-CONTROL-SELLO
041700         MOVE WS-CONTROL-FECHA-INICIO TO LE2-INICIO
041800         MOVE WS-CONTROL-SECUENCIA    TO LE2-SECUENCIA
041900         WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-2
042000     ELSE
042100         WRITE LINEA-LISTADO FROM LIN-SIN-CONTROL.
042200     WRITE LINEA-LISTADO FROM LIN-BLANCO.
042300     WRITE LINEA-LISTADO FROM LIN-COLUMNAS.
042400     WRITE LINEA-LISTADO FROM LIN-BLANCO.
042500
042600 1000-INICIALIZAR-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000* 1050-LEER-CONTROL-SELLO - TOMA DEL CONTROL DE SELLADO LA ULTIMA
043100* SECUENCIA, SU VERIFICADOR Y LA FECHA DE INICIO DEL RASTRO, QUE
043200* DICE DESDE QUE HISTORICO MENSUAL SE EMPIEZA. SIN CONTROL SE
043300* RECORRE SOLO DESDE EL MES EN CURSO.
043400******************************************************************
043500 1050-LEER-CONTROL-SELLO.
043600
043700     MOVE WS-FC-ANIO-MES TO WS-MES-TRAMO-NUM.
043800
043900     OPEN INPUT ARCH-SECUENCIA-AUD.
044000     IF FS-SECUENCIA-AUD = "35"
044100         GO TO 1050-LEER-CONTROL-SELLO-EXIT.
044200     IF FS-SECUENCIA-AUD NOT = "00"
044300         DISPLAY "ERROR AL ABRIR EL CONTROL DE SELLADO. ESTADO: "
044400             FS-SECUENCIA-AUD
044500         MOVE 16 TO RETURN-CODE
044600         STOP RUN.
044700
044800     READ ARCH-SECUENCIA-AUD
044900         AT END
045000             CLOSE ARCH-SECUENCIA-AUD
045100             GO TO 1050-LEER-CONTROL-SELLO-EXIT
045200     END-READ.
045300
045400     IF FS-SECUENCIA-AUD NOT = "00"
045500         DISPLAY "ERROR AL LEER EL CONTROL DE SELLADO. ESTADO: "
045600             FS-SECUENCIA-AUD
045700         MOVE 16 TO RETURN-CODE
045800         STOP RUN.
045900
046000     SET HAY-CONTROL-SELLO TO TRUE.
046100     MOVE ASC-SECUENCIA    TO WS-CONTROL-SECUENCIA.
046200     MOVE ASC-VERIFICADOR  TO WS-CONTROL-VERIFICADOR.
046300     MOVE ASC-FECHA-INICIO TO WS-CONTROL-FECHA-INICIO.
046400
046500     CLOSE ARCH-SECUENCIA-AUD.
046600
046700     IF WS-CFI-ANIO-MES > ZERO
046800             AND WS-CFI-ANIO-MES < WS-FC-ANIO-MES
046900         MOVE WS-CFI-ANIO-MES TO WS-MES-TRAMO-NUM.
047000
047100 1050-LEER-CONTROL-SELLO-EXIT.
047200     EXIT.
047300
047400******************************************************************
047500* 1100-CARGAR-CATALOGO - CARGA EL CATALOGO DE GENERACIONES EN LA
047600* TABLA DE TRABAJO. SIN CATALOGO NO HAY GENERACIONES QUE RECORRER.
047700******************************************************************
047800 1100-CARGAR-CATALOGO.
047900
048000     MOVE ZERO TO WS-CANT-CATALOGO.
048100
048200     OPEN INPUT CATALOGO.
048300     IF FS-CATALOGO = "35"
048400         GO TO 1100-CARGAR-CATALOGO-EXIT.
048500     IF FS-CATALOGO NOT = "00"
048600         DISPLAY "ERROR AL ABRIR EL CATALOGO. ESTADO: "
048700             FS-CATALOGO
048800         MOVE 16 TO RETURN-CODE
048900         STOP RUN.
049000
049100     SET NO-FIN-DE-CATALOGO TO TRUE.
049200
049300     PERFORM 1150-CARGAR-ENTRADA
049400         THRU 1150-CARGAR-ENTRADA-EXIT
049500         UNTIL FIN-DE-CATALOGO.
049600
049700     CLOSE CATALOGO.
049800
049900 1100-CARGAR-CATALOGO-EXIT.
050000     EXIT.
050100
050200******************************************************************
050300* 1150-CARGAR-ENTRADA - CARGA UNA ENTRADA DEL CATALOGO EN LA
050400* TABLA DE TRABAJO.
050500******************************************************************
050600 1150-CARGAR-ENTRADA.
050700
050800     READ CATALOGO
050900         AT END
051000             SET FIN-DE-CATALOGO TO TRUE
051100             GO TO 1150-CARGAR-ENTRADA-EXIT
051200     END-READ.
051300
051400     IF FS-CATALOGO NOT = "00" AND FS-CATALOGO NOT = "06"
051500         DISPLAY "ERROR AL LEER EL CATALOGO. ESTADO: " FS-CATALOGO
051600         MOVE 16 TO RETURN-CODE
051700         STOP RUN.
051800
051900     IF WS-CANT-CATALOGO NOT < WS-MAX-CATALOGO
052000         DISPLAY "CAPACIDAD DEL CATALOGO EXCEDIDA."
052100         MOVE 16 TO RETURN-CODE
052200         STOP RUN.
052300
052400     ADD 1 TO WS-CANT-CATALOGO.
052500     MOVE CAT-TIPO   TO WS-CAT-TIPO (WS-CANT-CATALOGO).
052600     MOVE CAT-FECHA  TO WS-CAT-FECHA (WS-CANT-CATALOGO).
052700     MOVE CAT-NOMBRE TO WS-CAT-NOMBRE (WS-CANT-CATALOGO).
052800     MOVE CAT-ESTADO TO WS-CAT-ESTADO (WS-CANT-CATALOGO).
052900
053000 1150-CARGAR-ENTRADA-EXIT.
053100     EXIT.
053200
053300******************************************************************
053400* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
053500* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
053600* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
053700******************************************************************
053800 1900-VERIFICAR-DIA-CORRIDA.
053900
054000     OPEN INPUT ARCH-CALENDARIO.
054100     IF FS-CALENDARIO = "35"
054200         SET CALENDARIO-NO-DISPONIBLE TO TRUE
054300     ELSE
054400         IF FS-CALENDARIO NOT = "00"
054500             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
054600                 FS-CALENDARIO
054700             MOVE 16 TO RETURN-CODE
054800             STOP RUN
054900         END-IF.
055000
055100     MOVE WS-FECHA-CORRIDA-NUM TO WS-FECHA-HABIL.
055200     PERFORM 1950-VERIFICAR-DIA-HABIL
055300         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
055400     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
055500     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
055600
055700     IF CALENDARIO-DISPONIBLE
055800         CLOSE ARCH-CALENDARIO.
055900
056000 1900-VERIFICAR-DIA-CORRIDA-EXIT.
056100     EXIT.
056200
056300******************************************************************
056400* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
056500* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
056600* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
056700******************************************************************
056800 1950-VERIFICAR-DIA-HABIL.
056900
057000     SET DIA-HABIL TO TRUE.
057100     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
057200
057300     COMPUTE WS-ENTERO-HABIL =
057400         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
057500     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
057600         REMAINDER WS-DIA-SEMANA.
057700
057800     IF WS-DIA-SEMANA = 6
057900         SET DIA-NO-HABIL TO TRUE
058000         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
058100         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
058200
058300     IF WS-DIA-SEMANA = 0
058400         SET DIA-NO-HABIL TO TRUE
058500         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
058600         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
058700
058800     IF CALENDARIO-NO-DISPONIBLE
058900         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
059000
059100     MOVE WS-FECHA-HABIL TO CAL-FECHA.
059200     READ ARCH-CALENDARIO
059300         INVALID KEY
059400             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
059500     END-READ.
059600
059700     IF FS-CALENDARIO NOT = "00"
059800         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
059900             FS-CALENDARIO
060000         MOVE 16 TO RETURN-CODE
060100         STOP RUN.
060200
060300     SET DIA-NO-HABIL TO TRUE.
060400     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
060500
060600 1950-VERIFICAR-DIA-HABIL-EXIT.
060700     EXIT.
060800
060900******************************************************************
061000* 2000-RECORRER-MENSUAL - VERIFICA EL HISTORICO DE UN MES Y PASA
061100* AL MES SIGUIENTE. UN MES SIN HISTORICO SOLO SE INFORMA: SI FALTA
061200* UN TRAMO DEL RASTRO, LO DENUNCIA EL SALTO DE SECUENCIA.
061300******************************************************************
061400 2000-RECORRER-MENSUAL.
061500
061600     MOVE WS-MES-TRAMO-NUM  TO WS-NM-ANIO-MES.
061700     MOVE WS-NOMBRE-MENSUAL TO WS-NOMBRE-TRAMO.
061800
061900     PERFORM 6000-VERIFICAR-TRAMO
062000         THRU 6000-VERIFICAR-TRAMO-EXIT.
062100
062200     ADD 1 TO WS-MT-MES.
062300     IF WS-MT-MES > 12
062400         MOVE 1 TO WS-MT-MES
062500         ADD 1 TO WS-MT-ANIO.
062600
062700 2000-RECORRER-MENSUAL-EXIT.
062800     EXIT.
062900
063000******************************************************************
063100* 3000-RECORRER-GENERACION - SI LA ENTRADA DEL CATALOGO ES UNA
063200* GENERACION DE AUDITORIA ACTIVA, LA VERIFICA. LAS CONSOLIDADAS YA
063300* SE LEYERON EN SU HISTORICO MENSUAL.
063400******************************************************************
063500 3000-RECORRER-GENERACION.
063600
063700     IF WS-CAT-TIPO (WS-IND-CATALOGO) NOT = "AUDITORIA "
063800         GO TO 3000-RECORRER-GENERACION-EXIT.
063900     IF WS-CAT-ESTADO (WS-IND-CATALOGO) NOT = "A"
064000         GO TO 3000-RECORRER-GENERACION-EXIT.
064100
064200     MOVE WS-CAT-NOMBRE (WS-IND-CATALOGO) TO WS-NOMBRE-TRAMO.
064300
064400     PERFORM 6000-VERIFICAR-TRAMO
064500         THRU 6000-VERIFICAR-TRAMO-EXIT.
064600
064700 3000-RECORRER-GENERACION-EXIT.
064800     EXIT.
064900
065000******************************************************************
065100* 4000-RECORRER-DIARIA - VERIFICA LA AUDITORIA DEL DIA, LO GRABADO
065200* DESDE EL ULTIMO RESGUARDO DE ARCGENERACION.
065300******************************************************************
065400 4000-RECORRER-DIARIA.
065500
065600     MOVE "AUDITORIA DEL DIA" TO WS-NOMBRE-TRAMO.
065700
065800     OPEN INPUT ARCH-AUDITORIA.
065900     IF FS-AUDITORIA = "35"
066000         PERFORM 6850-INFORMAR-FALTANTE
066100             THRU 6850-INFORMAR-FALTANTE-EXIT
066200         GO TO 4000-RECORRER-DIARIA-EXIT.
066300     IF FS-AUDITORIA NOT = "00"
066400         DISPLAY "ERROR AL ABRIR LA AUDITORIA. ESTADO: "
066500             FS-AUDITORIA
066600         MOVE 16 TO RETURN-CODE
066700         STOP RUN.
066800
066900     PERFORM 6050-INICIAR-TRAMO THRU 6050-INICIAR-TRAMO-EXIT.
067000
067100     PERFORM 4100-LEER-DIARIA
067200         THRU 4100-LEER-DIARIA-EXIT
067300         UNTIL FIN-DE-TRAMO.
067400
067500     CLOSE ARCH-AUDITORIA.
067600
067700     PERFORM 6900-INFORMAR-TRAMO THRU 6900-INFORMAR-TRAMO-EXIT.
067800
067900 4000-RECORRER-DIARIA-EXIT.
068000     EXIT.
068100
068200******************************************************************
068300* 4100-LEER-DIARIA - LEE UN REGISTRO DE LA AUDITORIA DEL DIA Y LO
068400* VERIFICA.
068500******************************************************************
068600 4100-LEER-DIARIA.
068700
068800     READ ARCH-AUDITORIA INTO WS-SELLO-REGISTRO
068900         AT END
069000             SET FIN-DE-TRAMO TO TRUE
069100             GO TO 4100-LEER-DIARIA-EXIT
069200     END-READ.
069300
069400     IF FS-AUDITORIA NOT = "00" AND FS-AUDITORIA NOT = "06"
069500         DISPLAY "ERROR AL LEER LA AUDITORIA. ESTADO: "
069600             FS-AUDITORIA
069700         MOVE 16 TO RETURN-CODE
069800         STOP RUN.
069900
070000     PERFORM 6200-VERIFICAR-REGISTRO
070100         THRU 6200-VERIFICAR-REGISTRO-EXIT.
070200
070300 4100-LEER-DIARIA-EXIT.
070400     EXIT.
070500
070600******************************************************************
070700* 5000-CRUZAR-CONTROL - EL FINAL DEL RASTRO TIENE QUE COINCIDIR
070800* CON EL CONTROL DE SELLADO: UNA SECUENCIA MAYOR EN EL CONTROL SON
070900* REGISTROS BORRADOS DEL FINAL; UN VERIFICADOR DISTINTO ES UN
071000* ULTIMO REGISTRO CAMBIADO. SIN CONTROL, CUALQUIER REGISTRO
071100* SELLADO DELATA QUE EL CONTROL SE BORRO.
071200******************************************************************
071300 5000-CRUZAR-CONTROL.
071400
071500     COMPUTE WS-ULTIMA-SECUENCIA = WS-SECUENCIA-ESPERADA - 1.
071600
071700     MOVE "AUDSECCTL"          TO LA-ARCHIVO.
071800     MOVE ZERO                 TO LA-POSICION.
071900     MOVE WS-CONTROL-SECUENCIA TO LA-SECUENCIA.
072000     MOVE WS-ULTIMA-SECUENCIA  TO LA-ESPERADA.
072100
072200     IF SIN-CONTROL-SELLO
072300         IF HAY-SELLADOS
072400             MOVE "FALTA EL CONTROL DE SELLADO" TO LA-TIPO
072500             PERFORM 5100-ANOMALIA-CONTROL
072600                 THRU 5100-ANOMALIA-CONTROL-EXIT
072700         END-IF
072800         GO TO 5000-CRUZAR-CONTROL-EXIT.
072900
073000     IF WS-CONTROL-SECUENCIA > WS-ULTIMA-SECUENCIA
073100         MOVE "FALTAN REGISTROS AL FINAL" TO LA-TIPO
073200         PERFORM 5100-ANOMALIA-CONTROL
073300             THRU 5100-ANOMALIA-CONTROL-EXIT
073400         GO TO 5000-CRUZAR-CONTROL-EXIT.
073500
073600     IF WS-CONTROL-SECUENCIA < WS-ULTIMA-SECUENCIA
073700         MOVE "CONTROL DE SELLADO ATRASADO" TO LA-TIPO
073800         PERFORM 5100-ANOMALIA-CONTROL
073900             THRU 5100-ANOMALIA-CONTROL-EXIT
074000         GO TO 5000-CRUZAR-CONTROL-EXIT.
074100
074200     IF WS-CONTROL-SECUENCIA > ZERO
074300             AND WS-CONTROL-VERIFICADOR
074400                 NOT = WS-VERIFICADOR-PREVIO
074500         MOVE "CADENA ROTA CONTRA EL CONTROL" TO LA-TIPO
074600         PERFORM 5100-ANOMALIA-CONTROL
074700             THRU 5100-ANOMALIA-CONTROL-EXIT.
074800
074900 5000-CRUZAR-CONTROL-EXIT.
075000     EXIT.
075100
075200******************************************************************
075300* 5100-ANOMALIA-CONTROL - DEJA EN EL LISTADO LA DIFERENCIA CONTRA
075400* EL CONTROL DE SELLADO YA ARMADA EN LIN-ANOMALIA.
075500******************************************************************
075600 5100-ANOMALIA-CONTROL.
075700
075800     ADD 1 TO WS-TOTAL-CONTROL.
075900     ADD 1 TO WS-TOTAL-ANOMALIAS.
076000     WRITE LINEA-LISTADO FROM LIN-ANOMALIA.
076100
076200 5100-ANOMALIA-CONTROL-EXIT.
076300     EXIT.
076400
076500******************************************************************
076600* 6000-VERIFICAR-TRAMO - VERIFICA UN HISTORICO MENSUAL O UNA
076700* GENERACION DIARIA, REGISTRO POR REGISTRO.
076800******************************************************************
076900 6000-VERIFICAR-TRAMO.
077000
077100     OPEN INPUT ARCH-TRAMO.
077200     IF FS-TRAMO = "35"
077300         PERFORM 6850-INFORMAR-FALTANTE
077400             THRU 6850-INFORMAR-FALTANTE-EXIT
077500         GO TO 6000-VERIFICAR-TRAMO-EXIT.
077600     IF FS-TRAMO NOT = "00"
077700         DISPLAY "ERROR AL ABRIR " WS-NOMBRE-TRAMO " ESTADO: "
077800             FS-TRAMO
077900         MOVE 16 TO RETURN-CODE
078000         STOP RUN.
078100
078200     PERFORM 6050-INICIAR-TRAMO THRU 6050-INICIAR-TRAMO-EXIT.
078300
078400     PERFORM 6100-LEER-TRAMO
078500         THRU 6100-LEER-TRAMO-EXIT
078600         UNTIL FIN-DE-TRAMO.
078700
078800     CLOSE ARCH-TRAMO.
078900
079000     PERFORM 6900-INFORMAR-TRAMO THRU 6900-INFORMAR-TRAMO-EXIT.
079100
079200 6000-VERIFICAR-TRAMO-EXIT.
079300     EXIT.
079400
079500******************************************************************
079600* 6050-INICIAR-TRAMO - PONE EN CERO LAS CIFRAS DEL TRAMO QUE SE
079700* EMPIEZA A LEER.
079800******************************************************************
079900 6050-INICIAR-TRAMO.
080000
080100     SET NO-FIN-DE-TRAMO TO TRUE.
080200     MOVE ZERO TO WS-POSICION.
080300     MOVE ZERO TO WS-DESDE-TRAMO.
080400     MOVE ZERO TO WS-HASTA-TRAMO.
080500     ADD 1 TO WS-TOTAL-ARCHIVOS.
080600
080700 6050-INICIAR-TRAMO-EXIT.
080800     EXIT.
080900
081000******************************************************************
081100* 6100-LEER-TRAMO - LEE UN REGISTRO DEL TRAMO Y LO VERIFICA.
081200******************************************************************
081300 6100-LEER-TRAMO.
081400
081500     READ ARCH-TRAMO INTO WS-SELLO-REGISTRO
081600         AT END
081700             SET FIN-DE-TRAMO TO TRUE
081800             GO TO 6100-LEER-TRAMO-EXIT
081900     END-READ.
082000
082100     IF FS-TRAMO NOT = "00" AND FS-TRAMO NOT = "06"
082200         DISPLAY "ERROR AL LEER " WS-NOMBRE-TRAMO " ESTADO: "
082300             FS-TRAMO
082400         MOVE 16 TO RETURN-CODE
082500         STOP RUN.
082600
082700     PERFORM 6200-VERIFICAR-REGISTRO
082800         THRU 6200-VERIFICAR-REGISTRO-EXIT.
082900
083000 6100-LEER-TRAMO-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400* 6200-VERIFICAR-REGISTRO - VERIFICA UN REGISTRO CONTRA LA CADENA.
083500* LOS REGISTROS SIN SELLO SOLO SE ACEPTAN ANTES DEL PRIMERO
083600* SELLADO (SON DE ANTES DEL SELLADO). UN SALTO RESINCRONIZA LA
083700* CADENA EN EL REGISTRO QUE APARECIO; UN REGISTRO FUERA DE ORDEN
083800* NO LA MUEVE, PARA QUE EL SIGUIENTE CORRECTO NO SE DENUNCIE
083900* TAMBIEN. UNA CADENA ROTA SIGUE DESDE EL VERIFICADOR GRABADO, ASI
084000* UN REGISTRO CAMBIADO DA UNA SOLA ANOMALIA.
084100******************************************************************
084200 6200-VERIFICAR-REGISTRO.
084300
084400     ADD 1 TO WS-POSICION.
084500     ADD 1 TO WS-TOTAL-REGISTROS.
084600
084700     MOVE WS-NOMBRE-TRAMO       TO LA-ARCHIVO.
084800     MOVE WS-POSICION           TO LA-POSICION.
084900     MOVE WS-SECUENCIA-ESPERADA TO LA-ESPERADA.
085000
085100     IF WS-SC-SECUENCIA NOT NUMERIC
085200             OR WS-SC-VERIFICADOR NOT NUMERIC
085300         IF NO-HAY-SELLADOS
085400             ADD 1 TO WS-TOTAL-ANTERIORES
085500         ELSE
085600             MOVE ZERO TO LA-SECUENCIA
085700             MOVE "REGISTRO SIN SELLO" TO LA-TIPO
085800             ADD 1 TO WS-TOTAL-SIN-SELLO
085900             PERFORM 6800-INFORMAR-ANOMALIA
086000                 THRU 6800-INFORMAR-ANOMALIA-EXIT
086100         END-IF
086200         GO TO 6200-VERIFICAR-REGISTRO-EXIT.
086300
086400     SET HAY-SELLADOS TO TRUE.
086500     ADD 1 TO WS-TOTAL-SELLADOS.
086600     MOVE WS-SC-SECUENCIA TO LA-SECUENCIA.
086700     IF WS-DESDE-TRAMO = ZERO
086800         MOVE WS-SC-SECUENCIA TO WS-DESDE-TRAMO.
086900     MOVE WS-SC-SECUENCIA TO WS-HASTA-TRAMO.
087000
087100     IF WS-SC-SECUENCIA > WS-SECUENCIA-ESPERADA
087200         MOVE "SALTO DE SECUENCIA" TO LA-TIPO
087300         ADD 1 TO WS-TOTAL-SALTOS
087400         PERFORM 6800-INFORMAR-ANOMALIA
087500             THRU 6800-INFORMAR-ANOMALIA-EXIT
087600         COMPUTE WS-SECUENCIA-ESPERADA = WS-SC-SECUENCIA + 1
087700         MOVE WS-SC-VERIFICADOR TO WS-VERIFICADOR-PREVIO
087800         GO TO 6200-VERIFICAR-REGISTRO-EXIT.
087900
088000     IF WS-SC-SECUENCIA < WS-SECUENCIA-ESPERADA
088100         MOVE "FUERA DE ORDEN O REPETIDO" TO LA-TIPO
088200         ADD 1 TO WS-TOTAL-DESORDEN
088300         PERFORM 6800-INFORMAR-ANOMALIA
088400             THRU 6800-INFORMAR-ANOMALIA-EXIT
088500         GO TO 6200-VERIFICAR-REGISTRO-EXIT.
088600
088700     MOVE WS-VERIFICADOR-PREVIO TO WS-SELLO-VERIFICADOR.
088800     PERFORM 9150-ACUMULAR-CARACTER
088900         THRU 9150-ACUMULAR-CARACTER-EXIT
089000         VARYING WS-SELLO-IND FROM 1 BY 1
089100         UNTIL WS-SELLO-IND > WS-SELLO-LARGO.
089200
089300     IF WS-SELLO-VERIFICADOR NOT = WS-SC-VERIFICADOR
089400         MOVE "CADENA ROTA" TO LA-TIPO
089500         ADD 1 TO WS-TOTAL-ROTAS
089600         PERFORM 6800-INFORMAR-ANOMALIA
089700             THRU 6800-INFORMAR-ANOMALIA-EXIT.
089800
089900     ADD 1 TO WS-SECUENCIA-ESPERADA.
090000     MOVE WS-SC-VERIFICADOR TO WS-VERIFICADOR-PREVIO.
090100
090200 6200-VERIFICAR-REGISTRO-EXIT.
090300     EXIT.
090400
090500******************************************************************
090600* 6800-INFORMAR-ANOMALIA - DEJA EN EL LISTADO LA ANOMALIA YA
090700* ARMADA EN LIN-ANOMALIA.
090800******************************************************************
090900 6800-INFORMAR-ANOMALIA.
091000
091100     ADD 1 TO WS-TOTAL-ANOMALIAS.
091200     WRITE LINEA-LISTADO FROM LIN-ANOMALIA.
091300
091400 6800-INFORMAR-ANOMALIA-EXIT.
091500     EXIT.
091600
091700******************************************************************
091800* 6850-INFORMAR-FALTANTE - DEJA EN EL LISTADO EL TRAMO QUE NO SE
091900* ENCONTRO.
092000******************************************************************
092100 6850-INFORMAR-FALTANTE.
092200
092300     ADD 1 TO WS-TOTAL-NO-HALLADOS.
092400     MOVE WS-NOMBRE-TRAMO TO LTF-ARCHIVO.
092500     WRITE LINEA-LISTADO FROM LIN-TRAMO-FALTANTE.
092600
092700 6850-INFORMAR-FALTANTE-EXIT.
092800     EXIT.
092900
093000******************************************************************
093100* 6900-INFORMAR-TRAMO - DEJA EN EL LISTADO EL TRAMO LEIDO, CON SU
093200* CANTIDAD DE REGISTROS Y LA PRIMERA Y ULTIMA SECUENCIA.
093300******************************************************************
093400 6900-INFORMAR-TRAMO.
093500
093600     MOVE WS-NOMBRE-TRAMO TO LTR-ARCHIVO.
093700     MOVE WS-POSICION     TO LTR-REGISTROS.
093800     MOVE WS-DESDE-TRAMO  TO LTR-DESDE.
093900     MOVE WS-HASTA-TRAMO  TO LTR-HASTA.
094000     WRITE LINEA-LISTADO FROM LIN-TRAMO.
094100
094200 6900-INFORMAR-TRAMO-EXIT.
094300     EXIT.
094400
094500******************************************************************
094600* 8000-FINALIZAR - IMPRIME LOS TOTALES Y EL RESULTADO, DEJA EL
094700* CONTROL PARA LA HOJA DE CIERRE Y CIERRA EL LISTADO. UN RASTRO
094800* CON ANOMALIAS TERMINA CON CODIGO 8.
094900******************************************************************
095000 8000-FINALIZAR.
095100
095200     WRITE LINEA-LISTADO FROM LIN-BLANCO.
095300
095400     MOVE "ARCHIVOS RECORRIDOS..............: " TO LT-CONCEPTO.
095500     MOVE WS-TOTAL-ARCHIVOS TO LT-CIFRA.
095600     WRITE LINEA-LISTADO FROM LIN-TOTAL.
095700
095800     MOVE "ARCHIVOS NO ENCONTRADOS..........: " TO LT-CONCEPTO.
095900     MOVE WS-TOTAL-NO-HALLADOS TO LT-CIFRA.
096000     WRITE LINEA-LISTADO FROM LIN-TOTAL.
096100
096200     MOVE "REGISTROS LEIDOS.................: " TO LT-CONCEPTO.
096300     MOVE WS-TOTAL-REGISTROS TO LT-CIFRA.
096400     WRITE LINEA-LISTADO FROM LIN-TOTAL.
096500
096600     MOVE "REGISTROS ANTERIORES AL SELLADO..: " TO LT-CONCEPTO.
096700     MOVE WS-TOTAL-ANTERIORES TO LT-CIFRA.
096800     WRITE LINEA-LISTADO FROM LIN-TOTAL.
096900
097000     MOVE "REGISTROS SELLADOS...............: " TO LT-CONCEPTO.
097100     MOVE WS-TOTAL-SELLADOS TO LT-CIFRA.
097200     WRITE LINEA-LISTADO FROM LIN-TOTAL.
097300
097400     MOVE "SALTOS DE SECUENCIA..............: " TO LT-CONCEPTO.
097500     MOVE WS-TOTAL-SALTOS TO LT-CIFRA.
097600     WRITE LINEA-LISTADO FROM LIN-TOTAL.
097700
097800     MOVE "FUERA DE ORDEN O REPETIDOS.......: " TO LT-CONCEPTO.
097900     MOVE WS-TOTAL-DESORDEN TO LT-CIFRA.
098000     WRITE LINEA-LISTADO FROM LIN-TOTAL.
098100
098200     MOVE "CADENAS ROTAS....................: " TO LT-CONCEPTO.
098300     MOVE WS-TOTAL-ROTAS TO LT-CIFRA.
098400     WRITE LINEA-LISTADO FROM LIN-TOTAL.
098500
098600     MOVE "REGISTROS SIN SELLO..............: " TO LT-CONCEPTO.
098700     MOVE WS-TOTAL-SIN-SELLO TO LT-CIFRA.
098800     WRITE LINEA-LISTADO FROM LIN-TOTAL.
098900
099000     MOVE "DIFERENCIAS CON EL CONTROL.......: " TO LT-CONCEPTO.
099100     MOVE WS-TOTAL-CONTROL TO LT-CIFRA.
099200     WRITE LINEA-LISTADO FROM LIN-TOTAL.
099300
099400     MOVE "ULTIMA SECUENCIA VERIFICADA......: " TO LT-CONCEPTO.
099500     MOVE WS-ULTIMA-SECUENCIA TO LT-CIFRA.
099600     WRITE LINEA-LISTADO FROM LIN-TOTAL.
099700
099800     WRITE LINEA-LISTADO FROM LIN-BLANCO.
099900
100000     IF WS-TOTAL-ANOMALIAS = ZERO
100100         MOVE "RASTRO INTEGRO" TO LVE-VEREDICTO
100200         SET VAC-RASTRO-INTEGRO TO TRUE
100300     ELSE
100400         MOVE "RASTRO ALTERADO - REVISAR LAS ANOMALIAS"
100500             TO LVE-VEREDICTO
100600         SET VAC-RASTRO-ALTERADO TO TRUE.
100700
100800     WRITE LINEA-LISTADO FROM LIN-VEREDICTO.
100900
101000     CLOSE LISTADO.
101100
101200     OPEN OUTPUT ARCH-CONTROL-VAUD.
101300     IF FS-CONTROL-VAUD NOT = "00"
101400         DISPLAY "ERROR AL ABRIR EL CONTROL DE VERIFICACION. "
101500             "ESTADO: " FS-CONTROL-VAUD
101600         MOVE 16 TO RETURN-CODE
101700         STOP RUN.
101800
101900     MOVE WS-FECHA-CORRIDA-NUM TO VAC-FECHA.
102000     MOVE WS-TOTAL-REGISTROS   TO VAC-REGISTROS.
102100     MOVE WS-TOTAL-ANTERIORES  TO VAC-ANTERIORES.
102200     MOVE WS-TOTAL-ANOMALIAS   TO VAC-ANOMALIAS.
102300     MOVE WS-ULTIMA-SECUENCIA  TO VAC-ULTIMA-SECUENCIA.
102400     WRITE VAC-REG.
102500     IF FS-CONTROL-VAUD NOT = "00"
102600         DISPLAY "ERROR AL GRABAR EL CONTROL DE VERIFICACION. "
102700             "ESTADO: " FS-CONTROL-VAUD
102800         MOVE 16 TO RETURN-CODE
102900         STOP RUN.
103000
103100     CLOSE ARCH-CONTROL-VAUD.
103200
103300     DISPLAY "REGISTROS LEIDOS.................: "
103400         WS-TOTAL-REGISTROS.
103500     DISPLAY "ANOMALIAS........................: "
103600         WS-TOTAL-ANOMALIAS.
103700     DISPLAY "RESULTADO DE LA VERIFICACION: " LVE-VEREDICTO.
103800
103900     IF WS-TOTAL-ANOMALIAS = ZERO
104000         MOVE 0 TO RETURN-CODE
104100     ELSE
104200         MOVE 8 TO RETURN-CODE.
104300
104400 8000-FINALIZAR-EXIT.
104500     EXIT.
104600
104700******************************************************************
104800* 9150-ACUMULAR-CARACTER - SUMA UN CARACTER DEL REGISTRO AL
104900* VERIFICADOR: EL ACUMULADO POR 31 MAS EL VALOR DEL CARACTER,
105000* MODULO 999999937. SE RECORREN LOS 87 PRIMEROS CARACTERES, TODO
105100* EL REGISTRO MENOS EL PROPIO VERIFICADOR.
105200******************************************************************
105300 9150-ACUMULAR-CARACTER.
105400
105500     MOVE WS-SELLO-CAR (WS-SELLO-IND) TO WS-SELLO-CARACTER.
105600     COMPUTE WS-SELLO-ACUMULADO =
105700         WS-SELLO-VERIFICADOR * 31 + WS-SELLO-VALOR.
105800     DIVIDE WS-SELLO-ACUMULADO BY 999999937
105900         GIVING WS-SELLO-COCIENTE REMAINDER WS-SELLO-VERIFICADOR.
106000
106100 9150-ACUMULAR-CARACTER-EXIT.
106200     EXIT.
106300
106400 END PROGRAM VERAUDITORIA.
