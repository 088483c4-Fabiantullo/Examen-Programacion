000100******************************************************************
000200* AUTHOR.     J. FERNANDEZ.
000300* INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400* DATE-WRITTEN. 2026-10-14.
000500* DATE-COMPILED.
000600* PURPOSE.    CONDUCTOR DE LA CADENA DIARIA. LEE LA DEFINICION DE
000700*             PASOS (NOMBRE DEL PASO, PROGRAMA, CODIGO DE RETORNO
000800*             MAXIMO ACEPTABLE Y SI UNA FALLA CORTA LA CADENA) Y
000900*             EJECUTA LOS PROGRAMAS EN ESE ORDEN. CADA PASO DEJA
001000*             EN EL ARCHIVO DE ESTADO DE LA CADENA SU HORA DE
001100*             INICIO Y FIN, SU CODIGO DE RETORNO, SU ESTADO Y EL
001200*             NUMERO DE CORRIDA DEL CONTROL DE CORRIDAS. SI LA
001300*             CADENA ANTERIOR QUEDO DETENIDA O CORTADA A MEDIO
001400*             CAMINO, LA CORRIDA SIGUIENTE LA REANUDA EN EL PASO
001500*             QUE FALLO Y SALTEA LOS QUE YA HABIAN TERMINADO.
001600*             IMPRIME UNA HOJA CON LO EJECUTADO, LO SALTEADO Y EL
001700*             PASO EN QUE LA CADENA SE DETUVO.
001800*             PARA EMPEZAR UNA CADENA NUEVA A PESAR DE UNA
001900*             DETENIDA SE BORRA EL ARCHIVO DE ESTADO.
002000* TECTONICS.  COBC.
002100*-----------------------------------------------------------*
002200* MODIFICATION HISTORY.
002300* -----------------------------------------------------------
002400* DATE       INIT  DESCRIPTION
002500* 2026-10-14 JFR   PROGRAMA ORIGINAL. HASTA AHORA LA CADENA SE
002600*                  CORRIA A MANO, PASO POR PASO, Y DESPUES DE UNA
002700*                  CAIDA NADIE SABIA CON CERTEZA DESDE DONDE
002800*                  RETOMAR.
002801* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
002802*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
002803*                  ENCABEZADO DEL REPORTE.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. CADENADIARIA.
003200 AUTHOR. J. FERNANDEZ.
003300 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003400 DATE-WRITTEN. 2026-10-14.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000
004100     SELECT ARCH-PASOS ASSIGN TO PASOSCADENA
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FS-PASOS.
004400
004500     SELECT ARCH-ESTADO ASSIGN TO ESTADOCADENA
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS FS-ESTADO.
004800
004900     SELECT ARCH-CORRIDA ASSIGN TO CORRIDACTL
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FS-CORRIDA.
005200
005300     SELECT LISTADO ASSIGN TO LISTCADENA
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FS-LISTADO.
005501
005502     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
005503         ORGANIZATION IS INDEXED
005504         ACCESS MODE IS RANDOM
005505         RECORD KEY IS CAL-FECHA
005506         FILE STATUS IS FS-CALENDARIO.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900
006000 FD  ARCH-PASOS
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 40 CHARACTERS.
006300 01  PAS-REG.
006400     05  PAS-NOMBRE                 PIC X(10).
006500     05  PAS-PROGRAMA               PIC X(20).
006600     05  PAS-RC-MAXIMO              PIC 9(02).
006700     05  PAS-CORTA-CADENA           PIC X(01).
006800         88  PAS-CORTA                         VALUE 'S'.
006900     05  FILLER                     PIC X(07).
007000
007100 FD  ARCH-ESTADO
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 73 CHARACTERS.
007400 01  EST-REG.
007500     05  EST-NOMBRE                 PIC X(10).
007600     05  EST-PROGRAMA               PIC X(20).
007700     05  EST-FECHA                  PIC 9(08).
007800     05  EST-HORA-INICIO            PIC 9(08).
007900     05  EST-HORA-FIN               PIC 9(08).
008000     05  EST-RC                     PIC 9(03).
008100     05  EST-ESTADO                 PIC X(10).
008200     05  EST-CORRIDA                PIC 9(06).
008300
008400 FD  ARCH-CORRIDA
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 06 CHARACTERS.
008700 01  CRR-REG.
008800     05  CRR-NUMERO-CORRIDA         PIC 9(06).
008900
009000 FD  LISTADO
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  LINEA-LISTADO                  PIC X(80).
009400
009401******************************************************************
009402* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
009403******************************************************************
009404 FD  ARCH-CALENDARIO
009405     LABEL RECORDS ARE STANDARD
009406     RECORD CONTAINS 40 CHARACTERS.
009407 01  CAL-REG.
009408     05  CAL-FECHA                  PIC 9(08).
009409     05  CAL-DESCRIPCION            PIC X(30).
009410     05  FILLER                     PIC X(02).
009411
009500 WORKING-STORAGE SECTION.
009600
009700******************************************************************
009800* SWITCHES DE CONTROL DEL PROGRAMA
009900******************************************************************
010000 77  WS-SW-FIN-PASOS             PIC X(01) VALUE 'N'.
010100     88  FIN-DE-PASOS                      VALUE 'S'.
010200     88  NO-FIN-DE-PASOS                   VALUE 'N'.
010300 77  WS-SW-FIN-ESTADO            PIC X(01) VALUE 'N'.
010400     88  FIN-DE-ESTADO                     VALUE 'S'.
010500     88  NO-FIN-DE-ESTADO                  VALUE 'N'.
010600 77  WS-SW-REANUDACION           PIC X(01) VALUE 'N'.
010700     88  CADENA-REANUDADA                  VALUE 'S'.
010800     88  CADENA-NUEVA                      VALUE 'N'.
010900 77  WS-SW-DETENIDA              PIC X(01) VALUE 'N'.
011000     88  CADENA-DETENIDA                   VALUE 'S'.
011100     88  CADENA-EN-MARCHA                  VALUE 'N'.
011200 77  WS-SW-UBICADO               PIC X(01) VALUE 'N'.
011300     88  PASO-UBICADO                      VALUE 'S'.
011400     88  PASO-NO-UBICADO                   VALUE 'N'.
011401 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
011402     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
011403     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
011404 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
011405     88  DIA-HABIL                         VALUE 'S'.
011406     88  DIA-NO-HABIL                      VALUE 'N'.
011407 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
011408     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
011409     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
011500
011600******************************************************************
011700* CODIGOS DE ESTADO DE ARCHIVOS
011800******************************************************************
011900 77  FS-PASOS                    PIC X(02) VALUE SPACES.
012000 77  FS-ESTADO                   PIC X(02) VALUE SPACES.
012100 77  FS-CORRIDA                  PIC X(02) VALUE SPACES.
012200 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
012201 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
012202
012203******************************************************************
012204* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
012205* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
012206* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
012207* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
012208******************************************************************
012209 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
012210 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
012211 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
012212 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
012213 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
012300
012400******************************************************************
012500* TABLA DE PASOS DE LA CADENA, CON SU ESTADO. LA CADENA ENTRA EN
012600* UNA HOJA, ASI QUE EL TOPE DE PASOS ES CHICO A PROPOSITO.
012700******************************************************************
012800 77  WS-MAX-PASOS                PIC 9(04) VALUE 30 COMP.
012900 77  WS-CANT-PASOS               PIC 9(04) VALUE ZERO COMP.
013000 77  WS-IND-PASO                 PIC 9(04) VALUE ZERO COMP.
013100 77  WS-IND-BUSQUEDA             PIC 9(04) VALUE ZERO COMP.
013200 77  WS-PASO-DETENIDO            PIC 9(04) VALUE ZERO COMP.
013300 01  WS-TABLA-PASOS.
013400     05  WS-PAS-ENTRADA          OCCURS 30 TIMES.
013500         10  WS-PAS-NOMBRE       PIC X(10).
013600         10  WS-PAS-PROGRAMA     PIC X(20).
013700         10  WS-PAS-RC-MAXIMO    PIC 9(02).
013800         10  WS-PAS-CORTA        PIC X(01).
013900         10  WS-PAS-FECHA        PIC 9(08).
014000         10  WS-PAS-HORA-INICIO  PIC 9(08).
014100         10  WS-PAS-HORA-FIN     PIC 9(08).
014200         10  WS-PAS-RC           PIC 9(03).
014300         10  WS-PAS-ESTADO       PIC X(10).
014400         10  WS-PAS-CORRIDA      PIC 9(06).
014500         10  WS-PAS-ACCION       PIC X(12).
014600
014700******************************************************************
014800* CIFRAS DE CONTROL DE LA CADENA
014900******************************************************************
015000 77  WS-PASOS-EJECUTADOS         PIC 9(04) VALUE ZERO COMP.
015100 77  WS-PASOS-SALTEADOS          PIC 9(04) VALUE ZERO COMP.
015200 77  WS-PASOS-FALLIDOS           PIC 9(04) VALUE ZERO COMP.
015300 77  WS-PASOS-NO-EJECUTADOS      PIC 9(04) VALUE ZERO COMP.
015400 77  WS-PASOS-CUMPLIDOS          PIC 9(04) VALUE ZERO COMP.
015500 77  WS-PASOS-INCONCLUSOS        PIC 9(04) VALUE ZERO COMP.
015600
015700******************************************************************
015800* EJECUCION DE CADA PASO
015900******************************************************************
016000 77  WS-COMANDO                  PIC X(80) VALUE SPACES.
016100 77  WS-RC-PASO                  PIC S9(09) VALUE ZERO COMP.
016110 77  WS-RC-COCIENTE              PIC S9(09) VALUE ZERO COMP.
016120 77  WS-RC-RESTO                 PIC S9(09) VALUE ZERO COMP.
016200 77  WS-CORRIDA-VIGENTE          PIC 9(06) VALUE ZERO.
016300
016400 01  WS-FECHA-CORRIDA.
016500     05  WS-FC-ANIO              PIC 9(04).
016600     05  WS-FC-MES               PIC 9(02).
016700     05  WS-FC-DIA               PIC 9(02).
016800 01  WS-FECHA-CORRIDA-NUM REDEFINES WS-FECHA-CORRIDA
016900                                 PIC 9(08).
017000
017100 01  WS-HORA-TRABAJO.
017200     05  WS-HT-HORA              PIC 9(02).
017300     05  WS-HT-MINUTO            PIC 9(02).
017400     05  WS-HT-SEGUNDO           PIC 9(02).
017500     05  WS-HT-CENTESIMA         PIC 9(02).
017600 01  WS-HORA-TRABAJO-NUM REDEFINES WS-HORA-TRABAJO
017700                                 PIC 9(08).
017800
017900 01  WS-HORA-EDITADA.
018000     05  WS-HE-HORA              PIC 9(02).
018100     05  FILLER                  PIC X(01) VALUE ":".
018200     05  WS-HE-MINUTO            PIC 9(02).
018300     05  FILLER                  PIC X(01) VALUE ":".
018400     05  WS-HE-SEGUNDO           PIC 9(02).
018500
018600******************************************************************
018700* CONTROL DEL LISTADO IMPRESO
018800******************************************************************
018900 01  LIN-BLANCO                  PIC X(80) VALUE SPACES.
019000
019100 01  LIN-ENCABEZADO-1.
019200     05  FILLER                  PIC X(26) VALUE
019300             "HOJA DE CORRIDA DE LA CADE".
019400     05  FILLER                  PIC X(13) VALUE "NA DIARIA".
019500     05  FILLER                  PIC X(07) VALUE "FECHA: ".
019600     05  LE1-DIA                 PIC 99.
019700     05  FILLER                  PIC X(01) VALUE "/".
019800     05  LE1-MES                 PIC 99.
019900     05  FILLER                  PIC X(01) VALUE "/".
020000     05  LE1-ANIO                PIC 9999.
020100     05  FILLER                  PIC X(10) VALUE SPACES.
020200     05  FILLER                  PIC X(07) VALUE "PAGINA ".
020300     05  LE1-PAGINA              PIC ZZ9.
020400     05  FILLER                  PIC X(04) VALUE SPACES.
020500
020600 01  LIN-MODO.
020700     05  FILLER                  PIC X(30) VALUE
020800             "MODO DE LA CORRIDA.........: ".
020900     05  LMO-MODO                PIC X(50).
021000
021100 01  LIN-TITULOS.
021200     05  FILLER                  PIC X(27) VALUE
021300             " PASO       PROGRAMA".
021400     05  FILLER                  PIC X(22) VALUE
021500             "INICIO   FIN       RC ".
021600     05  FILLER                  PIC X(31) VALUE
021700             "ACCION       ESTADO".
021800
021900 01  LIN-DETALLE-PASO.
022000     05  FILLER                  PIC X(01) VALUE SPACES.
022100     05  LD-PASO                 PIC X(10).
022200     05  FILLER                  PIC X(01) VALUE SPACES.
022300     05  LD-PROGRAMA             PIC X(14).
022400     05  FILLER                  PIC X(01) VALUE SPACES.
022500     05  LD-INICIO               PIC X(08).
022600     05  FILLER                  PIC X(01) VALUE SPACES.
022700     05  LD-FIN                  PIC X(08).
022800     05  FILLER                  PIC X(01) VALUE SPACES.
022900     05  LD-RC                   PIC ZZ9.
023000     05  FILLER                  PIC X(01) VALUE SPACES.
023100     05  LD-ACCION               PIC X(12).
023200     05  FILLER                  PIC X(01) VALUE SPACES.
023300     05  LD-ESTADO               PIC X(10).
023400     05  FILLER                  PIC X(08) VALUE SPACES.
023500
023600 01  LIN-TOTAL.
023700     05  LT-CONCEPTO             PIC X(30).
023800     05  LT-CIFRA                PIC ZZZ,ZZ9.
023900     05  FILLER                  PIC X(43) VALUE SPACES.
024000
024100 01  LIN-RESULTADO.
024200     05  FILLER                  PIC X(30) VALUE
024300             "RESULTADO DE LA CADENA.....: ".
024400     05  LR-RESULTADO            PIC X(50).
024500
024501 01  LIN-DIA-NO-HABIL.
024502     05  FILLER                  PIC X(29) VALUE
024503             "*** CORRIDA EN DIA NO HABIL: ".
024504     05  LNH-MOTIVO              PIC X(30).
024505     05  FILLER                  PIC X(21) VALUE SPACES.
024506
024600 PROCEDURE DIVISION.
024700
024800******************************************************************
024900* 0000-MAINLINE - PARRAFO PRINCIPAL DEL PROGRAMA.
025000******************************************************************
025100 0000-MAINLINE.
025200
025300     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
025400
025500     PERFORM 2000-EJECUTAR-PASO
025600         THRU 2000-EJECUTAR-PASO-EXIT
025700         VARYING WS-IND-PASO FROM 1 BY 1
025800         UNTIL WS-IND-PASO > WS-CANT-PASOS
025900             OR CADENA-DETENIDA.
026000
026100     PERFORM 5000-IMPRIMIR-HOJA THRU 5000-IMPRIMIR-HOJA-EXIT.
026200
026300     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
026400
026500     IF CADENA-DETENIDA
026600         MOVE 8 TO RETURN-CODE
026700     ELSE
026800         IF WS-PASOS-FALLIDOS > ZERO
026900             MOVE 4 TO RETURN-CODE
027000         ELSE
027100             MOVE 0 TO RETURN-CODE.
027200
027300     STOP RUN.
027400
027500******************************************************************
027600* 1000-INICIALIZAR - CARGA LA DEFINICION DE PASOS, LE APLICA EL
027700* ESTADO QUE DEJO LA CADENA ANTERIOR Y DECIDE SI ESTA CORRIDA ES
027800* UNA CADENA NUEVA O LA REANUDACION DE UNA QUE QUEDO A MEDIAS.
027900******************************************************************
028000 1000-INICIALIZAR.
028100
028200     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
028201
028202     PERFORM 1900-VERIFICAR-DIA-CORRIDA
028203         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
028300
028400     OPEN OUTPUT LISTADO.
028500     IF FS-LISTADO NOT = "00"
028600         DISPLAY "ERROR AL ABRIR LA HOJA DE LA CADENA. ESTADO: "
028700             FS-LISTADO
028800         MOVE 16 TO RETURN-CODE
028900         STOP RUN.
029000
029100     PERFORM 1100-CARGAR-PASOS THRU 1100-CARGAR-PASOS-EXIT.
029200
029300     PERFORM 1200-CARGAR-ESTADO THRU 1200-CARGAR-ESTADO-EXIT.
029400
029500     PERFORM 1300-DECIDIR-REANUDACION
029600         THRU 1300-DECIDIR-REANUDACION-EXIT.
029700
029800 1000-INICIALIZAR-EXIT.
029900     EXIT.
030000
030100******************************************************************
030200* 1050-LEER-CORRIDA - LEE EL NUMERO DE CORRIDA VIGENTE DEL ARCHIVO
030300* DE CONTROL DE CORRIDAS. LA CADENA PUEDE ARRANCAR ANTES DE LA
030400* PRIMERA CORRIDA: SIN ARCHIVO, EL PASO QUEDA CON CORRIDA CERO.
030500******************************************************************
030600 1050-LEER-CORRIDA.
030700
030800     MOVE ZERO TO WS-CORRIDA-VIGENTE.
030900
031000     OPEN INPUT ARCH-CORRIDA.
031100     IF FS-CORRIDA = "35"
031200         GO TO 1050-LEER-CORRIDA-EXIT.
031300     IF FS-CORRIDA NOT = "00"
031400         DISPLAY "ERROR AL ABRIR EL CONTROL DE CORRIDAS. "
031500             "ESTADO: " FS-CORRIDA
031600         MOVE 16 TO RETURN-CODE
031700         STOP RUN.
031800
031900     READ ARCH-CORRIDA
032000         AT END
032100             MOVE ZERO TO WS-CORRIDA-VIGENTE
032200         NOT AT END
032300             MOVE CRR-NUMERO-CORRIDA TO WS-CORRIDA-VIGENTE
032400     END-READ.
032500
032600     CLOSE ARCH-CORRIDA.
032700
032800 1050-LEER-CORRIDA-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200* 1100-CARGAR-PASOS - LEE LA DEFINICION DE PASOS A LA TABLA DE
033300* TRABAJO. SIN DEFINICION NO HAY CADENA QUE CORRER: SE CORTA CON
033400* CODIGO 16.
033500******************************************************************
033600 1100-CARGAR-PASOS.
033700
033800     OPEN INPUT ARCH-PASOS.
033900     IF FS-PASOS NOT = "00"
034000         DISPLAY "ERROR AL ABRIR LA DEFINICION DE PASOS. ESTADO: "
034100             FS-PASOS
034200         MOVE 16 TO RETURN-CODE
034300         STOP RUN.
034400
034500     MOVE ZERO TO WS-CANT-PASOS.
034600     SET NO-FIN-DE-PASOS TO TRUE.
034700
034800     PERFORM 1150-CARGAR-PASO
034900         THRU 1150-CARGAR-PASO-EXIT
035000         UNTIL FIN-DE-PASOS.
035100
035200     CLOSE ARCH-PASOS.
035300
035400     IF WS-CANT-PASOS = ZERO
035500         DISPLAY "LA DEFINICION DE PASOS ESTA VACIA."
035600         MOVE 16 TO RETURN-CODE
035700         STOP RUN.
035800
035900 1100-CARGAR-PASOS-EXIT.
036000     EXIT.
036100
036200******************************************************************
036300* 1150-CARGAR-PASO - CARGA UN PASO DE LA DEFINICION EN LA TABLA.
036400* LAS LINEAS SIN NOMBRE DE PASO SE IGNORAN. UN CODIGO MAXIMO NO
036500* NUMERICO SE TOMA COMO CERO: EL PASO DEBE TERMINAR LIMPIO.
036600******************************************************************
036700 1150-CARGAR-PASO.
036800
036900     READ ARCH-PASOS
037000         AT END
037100             SET FIN-DE-PASOS TO TRUE
037200             GO TO 1150-CARGAR-PASO-EXIT
037300     END-READ.
037400
037500     IF FS-PASOS NOT = "00" AND FS-PASOS NOT = "06"
037600         DISPLAY "ERROR AL LEER LA DEFINICION DE PASOS. ESTADO: "
037700             FS-PASOS
037800         MOVE 16 TO RETURN-CODE
037900         STOP RUN.
038000
038100     IF PAS-NOMBRE = SPACES
038200         GO TO 1150-CARGAR-PASO-EXIT.
038300
038400     IF WS-CANT-PASOS NOT < WS-MAX-PASOS
038500         DISPLAY "CAPACIDAD DE LA TABLA DE PASOS EXCEDIDA."
038600         MOVE 16 TO RETURN-CODE
038700         STOP RUN.
038800
038900     ADD 1 TO WS-CANT-PASOS.
039000     MOVE PAS-NOMBRE   TO WS-PAS-NOMBRE (WS-CANT-PASOS).
039100     MOVE PAS-PROGRAMA TO WS-PAS-PROGRAMA (WS-CANT-PASOS).
039200     IF PAS-RC-MAXIMO IS NUMERIC
039300         MOVE PAS-RC-MAXIMO TO WS-PAS-RC-MAXIMO (WS-CANT-PASOS)
039400     ELSE
039500         MOVE ZERO TO WS-PAS-RC-MAXIMO (WS-CANT-PASOS).
039600     IF PAS-CORTA
039700         MOVE "S" TO WS-PAS-CORTA (WS-CANT-PASOS)
039800     ELSE
039900         MOVE "N" TO WS-PAS-CORTA (WS-CANT-PASOS).
040000     MOVE ZERO          TO WS-PAS-FECHA (WS-CANT-PASOS).
040100     MOVE ZERO          TO WS-PAS-HORA-INICIO (WS-CANT-PASOS).
040200     MOVE ZERO          TO WS-PAS-HORA-FIN (WS-CANT-PASOS).
040300     MOVE ZERO          TO WS-PAS-RC (WS-CANT-PASOS).
040400     MOVE "PENDIENTE "  TO WS-PAS-ESTADO (WS-CANT-PASOS).
040500     MOVE ZERO          TO WS-PAS-CORRIDA (WS-CANT-PASOS).
040600     MOVE "NO EJECUTADO" TO WS-PAS-ACCION (WS-CANT-PASOS).
040700
040800 1150-CARGAR-PASO-EXIT.
040900     EXIT.
041000
041100******************************************************************
041200* 1200-CARGAR-ESTADO - LEE EL ESTADO QUE DEJO LA CADENA ANTERIOR Y
041300* LO APLICA A LOS PASOS DE LA TABLA, UBICANDOLOS POR NOMBRE. SI NO
041400* HAY ARCHIVO DE ESTADO, TODOS LOS PASOS QUEDAN PENDIENTES.
041500******************************************************************
041600 1200-CARGAR-ESTADO.
041700
041800     OPEN INPUT ARCH-ESTADO.
041900     IF FS-ESTADO = "35"
042000         GO TO 1200-CARGAR-ESTADO-EXIT.
042100     IF FS-ESTADO NOT = "00"
042200         DISPLAY "ERROR AL ABRIR EL ESTADO DE LA CADENA. ESTADO: "
042300             FS-ESTADO
042400         MOVE 16 TO RETURN-CODE
042500         STOP RUN.
042600
042700     SET NO-FIN-DE-ESTADO TO TRUE.
042800
042900     PERFORM 1250-APLICAR-ESTADO
043000         THRU 1250-APLICAR-ESTADO-EXIT
043100         UNTIL FIN-DE-ESTADO.
043200
043300     CLOSE ARCH-ESTADO.
043400
043500 1200-CARGAR-ESTADO-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900* 1250-APLICAR-ESTADO - LEE UN REGISTRO DE ESTADO Y LO COPIA AL
044000* PASO DE IGUAL NOMBRE. UN PASO QUE YA NO ESTA EN LA DEFINICION
044100* SE IGNORA.
044200******************************************************************
044300 1250-APLICAR-ESTADO.
044400
044500     READ ARCH-ESTADO
044600         AT END
044700             SET FIN-DE-ESTADO TO TRUE
044800             GO TO 1250-APLICAR-ESTADO-EXIT
044900     END-READ.
045000
045100     IF FS-ESTADO NOT = "00" AND FS-ESTADO NOT = "06"
045200         DISPLAY "ERROR AL LEER EL ESTADO DE LA CADENA. ESTADO: "
045300             FS-ESTADO
045400         MOVE 16 TO RETURN-CODE
045500         STOP RUN.
045600
045700     SET PASO-NO-UBICADO TO TRUE.
045800
045900     PERFORM 1260-UBICAR-PASO
046000         THRU 1260-UBICAR-PASO-EXIT
046100         VARYING WS-IND-BUSQUEDA FROM 1 BY 1
046200         UNTIL WS-IND-BUSQUEDA > WS-CANT-PASOS
046300             OR PASO-UBICADO.
046400
046500 1250-APLICAR-ESTADO-EXIT.
046600     EXIT.
046700
046800******************************************************************
046900* 1260-UBICAR-PASO - COMPARA EL REGISTRO DE ESTADO CONTRA UN PASO
047000* DE LA TABLA Y, SI ES EL MISMO, LE COPIA SU ESTADO.
047100******************************************************************
047200 1260-UBICAR-PASO.
047300
047400     IF WS-PAS-NOMBRE (WS-IND-BUSQUEDA) = EST-NOMBRE
047500         SET PASO-UBICADO TO TRUE
047600         MOVE EST-FECHA       TO WS-PAS-FECHA (WS-IND-BUSQUEDA)
047700         MOVE EST-HORA-INICIO
047800             TO WS-PAS-HORA-INICIO (WS-IND-BUSQUEDA)
047900         MOVE EST-HORA-FIN    TO WS-PAS-HORA-FIN (WS-IND-BUSQUEDA)
048000         MOVE EST-RC          TO WS-PAS-RC (WS-IND-BUSQUEDA)
048100         MOVE EST-ESTADO      TO WS-PAS-ESTADO (WS-IND-BUSQUEDA)
048200         MOVE EST-CORRIDA     TO WS-PAS-CORRIDA (WS-IND-BUSQUEDA)
048300     END-IF.
048400
048500 1260-UBICAR-PASO-EXIT.
048600     EXIT.
048700
048800******************************************************************
048900* 1300-DECIDIR-REANUDACION - LA CADENA ANTERIOR QUEDO A MEDIAS SI
049000* ALGUN PASO QUEDO DETENIDO O EN CURSO (EL PROGRAMA O EL EQUIPO SE
049100* CAYO), O SI HAY PASOS CUMPLIDOS JUNTO A OTROS TODAVIA
049200* PENDIENTES.
049300* EN ESE CASO SE REANUDA; SI NO, SE EMPIEZA UNA CADENA NUEVA CON
049400* TODOS LOS PASOS PENDIENTES. LOS PASOS QUE LA CADENA REANUDADA
049410* TRAE FALLIDOS SIGUEN CONTANDO COMO FALLIDOS EN ESTA CORRIDA.
049500******************************************************************
049600 1300-DECIDIR-REANUDACION.
049700
049800     MOVE ZERO TO WS-PASOS-CUMPLIDOS.
049900     MOVE ZERO TO WS-PASOS-INCONCLUSOS.
049910     MOVE ZERO TO WS-PASOS-FALLIDOS.
050000
050100     PERFORM 1350-CONTAR-ESTADO
050200         THRU 1350-CONTAR-ESTADO-EXIT
050300         VARYING WS-IND-PASO FROM 1 BY 1
050400         UNTIL WS-IND-PASO > WS-CANT-PASOS.
050500
050600     IF WS-PASOS-INCONCLUSOS > ZERO
050700         SET CADENA-REANUDADA TO TRUE
050800     ELSE
050900         IF WS-PASOS-CUMPLIDOS > ZERO AND
051000                 WS-PASOS-CUMPLIDOS < WS-CANT-PASOS
051100             SET CADENA-REANUDADA TO TRUE
051200         ELSE
051300             SET CADENA-NUEVA TO TRUE.
051400
051500     IF CADENA-NUEVA
051510         MOVE ZERO TO WS-PASOS-FALLIDOS
051600         PERFORM 1380-REINICIAR-PASO
051700             THRU 1380-REINICIAR-PASO-EXIT
051800             VARYING WS-IND-PASO FROM 1 BY 1
051900             UNTIL WS-IND-PASO > WS-CANT-PASOS.
052000
052100 1300-DECIDIR-REANUDACION-EXIT.
052200     EXIT.
052300
052400******************************************************************
052500* 1350-CONTAR-ESTADO - CUENTA UN PASO COMO CUMPLIDO (TERMINO, BIEN
052600* O CON UNA FALLA QUE NO CORTA LA CADENA) O COMO INCONCLUSO. EL
052610* FALLIDO ADEMAS SE SUMA A LOS PASOS FALLIDOS DE LA CADENA.
052700******************************************************************
052800 1350-CONTAR-ESTADO.
052900
053000     IF WS-PAS-ESTADO (WS-IND-PASO) = "TERMINADO " OR
053100             WS-PAS-ESTADO (WS-IND-PASO) = "FALLIDO   "
053200         ADD 1 TO WS-PASOS-CUMPLIDOS.
053210
053220     IF WS-PAS-ESTADO (WS-IND-PASO) = "FALLIDO   "
053230         ADD 1 TO WS-PASOS-FALLIDOS.
053300
053400     IF WS-PAS-ESTADO (WS-IND-PASO) = "DETENIDO  " OR
053500             WS-PAS-ESTADO (WS-IND-PASO) = "EN CURSO  "
053600         ADD 1 TO WS-PASOS-INCONCLUSOS.
053700
053800 1350-CONTAR-ESTADO-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200* 1380-REINICIAR-PASO - DEJA UN PASO PENDIENTE PARA LA CADENA
054300* NUEVA.
054400******************************************************************
054500 1380-REINICIAR-PASO.
054600
054700     MOVE ZERO         TO WS-PAS-FECHA (WS-IND-PASO).
054800     MOVE ZERO         TO WS-PAS-HORA-INICIO (WS-IND-PASO).
054900     MOVE ZERO         TO WS-PAS-HORA-FIN (WS-IND-PASO).
055000     MOVE ZERO         TO WS-PAS-RC (WS-IND-PASO).
055100     MOVE "PENDIENTE " TO WS-PAS-ESTADO (WS-IND-PASO).
055200     MOVE ZERO         TO WS-PAS-CORRIDA (WS-IND-PASO).
055300
055400 1380-REINICIAR-PASO-EXIT.
055500     EXIT.
055600
055601******************************************************************
055602* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
055603* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
055604* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
055605******************************************************************
055606 1900-VERIFICAR-DIA-CORRIDA.
055607
055608     OPEN INPUT ARCH-CALENDARIO.
055609     IF FS-CALENDARIO = "35"
055610         SET CALENDARIO-NO-DISPONIBLE TO TRUE
055611     ELSE
055612         IF FS-CALENDARIO NOT = "00"
055613             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
055614                 FS-CALENDARIO
055615             MOVE 16 TO RETURN-CODE
055616             STOP RUN
055617         END-IF.
055618
055619     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
055620     PERFORM 1950-VERIFICAR-DIA-HABIL
055621         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
055622     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
055623     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
055624
055625     IF CALENDARIO-DISPONIBLE
055626         CLOSE ARCH-CALENDARIO.
055627
055628 1900-VERIFICAR-DIA-CORRIDA-EXIT.
055629     EXIT.
055630
055631******************************************************************
055632* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
055633* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
055634* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
055635******************************************************************
055636 1950-VERIFICAR-DIA-HABIL.
055637
055638     SET DIA-HABIL TO TRUE.
055639     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
055640
055641     COMPUTE WS-ENTERO-HABIL =
055642         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
055643     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
055644         REMAINDER WS-DIA-SEMANA.
055645
055646     IF WS-DIA-SEMANA = 6
055647         SET DIA-NO-HABIL TO TRUE
055648         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
055649         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
055650
055651     IF WS-DIA-SEMANA = 0
055652         SET DIA-NO-HABIL TO TRUE
055653         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
055654         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
055655
055656     IF CALENDARIO-NO-DISPONIBLE
055657         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
055658
055659     MOVE WS-FECHA-HABIL TO CAL-FECHA.
055660     READ ARCH-CALENDARIO
055661         INVALID KEY
055662             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
055663     END-READ.
055664
055665     IF FS-CALENDARIO NOT = "00"
055666         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
055667             FS-CALENDARIO
055668         MOVE 16 TO RETURN-CODE
055669         STOP RUN.
055670
055671     SET DIA-NO-HABIL TO TRUE.
055672     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
055673
055674 1950-VERIFICAR-DIA-HABIL-EXIT.
055675     EXIT.
055676
055700******************************************************************
055800* 2000-EJECUTAR-PASO - UNA VUELTA DE LA CADENA. EL PASO QUE YA
055900* TERMINO EN LA CADENA QUE SE REANUDA SE SALTEA. EL RESTO SE MARCA
056000* EN CURSO EN EL ARCHIVO DE ESTADO ANTES DE LLAMARLO, PARA QUE UNA
056100* CAIDA EN EL MEDIO DEJE RASTRO, Y AL VOLVER SE COMPARA SU CODIGO
056200* DE RETORNO CONTRA EL MAXIMO ACEPTABLE DEL PASO.
056300******************************************************************
056400 2000-EJECUTAR-PASO.
056500
056600     IF WS-PAS-ESTADO (WS-IND-PASO) = "TERMINADO " OR
056700             WS-PAS-ESTADO (WS-IND-PASO) = "FALLIDO   "
056800         MOVE "SALTEADO    " TO WS-PAS-ACCION (WS-IND-PASO)
056900         ADD 1 TO WS-PASOS-SALTEADOS
057000         GO TO 2000-EJECUTAR-PASO-EXIT.
057100
057200     PERFORM 1050-LEER-CORRIDA THRU 1050-LEER-CORRIDA-EXIT.
057300
057400     ACCEPT WS-HORA-TRABAJO FROM TIME.
057500     MOVE WS-FECHA-CORRIDA-NUM TO WS-PAS-FECHA (WS-IND-PASO).
057600     MOVE WS-HORA-TRABAJO-NUM
057700         TO WS-PAS-HORA-INICIO (WS-IND-PASO).
057800     MOVE ZERO                 TO WS-PAS-HORA-FIN (WS-IND-PASO).
057900     MOVE ZERO                 TO WS-PAS-RC (WS-IND-PASO).
058000     MOVE "EN CURSO  "         TO WS-PAS-ESTADO (WS-IND-PASO).
058100     MOVE WS-CORRIDA-VIGENTE   TO WS-PAS-CORRIDA (WS-IND-PASO).
058200
058300     PERFORM 7000-GRABAR-ESTADO THRU 7000-GRABAR-ESTADO-EXIT.
058400
058500     MOVE WS-PAS-PROGRAMA (WS-IND-PASO) TO WS-COMANDO.
058600     DISPLAY "PASO " WS-PAS-NOMBRE (WS-IND-PASO)
058700         " - EJECUTANDO " WS-PAS-PROGRAMA (WS-IND-PASO).
058800
058900     CALL "SYSTEM" USING WS-COMANDO.
059000     MOVE RETURN-CODE TO WS-RC-PASO.
059100*    EL SISTEMA DEVUELVE EL ESTADO DE TERMINACION DEL PROCESO:
059200*    EL CODIGO DEL PROGRAMA MULTIPLICADO POR 256. SI EL RESTO NO
059210*    ES CERO EL PROGRAMA NO TERMINO SOLO (LO CORTO UNA SENAL) Y
059220*    EL PASO QUEDA CON 999, IGUAL QUE SI NO SE HUBIERA PODIDO
059230*    LANZAR.
059300     IF WS-RC-PASO < ZERO
059310         MOVE 999 TO WS-RC-PASO
059320     ELSE
059400         DIVIDE WS-RC-PASO BY 256 GIVING WS-RC-COCIENTE
059410             REMAINDER WS-RC-RESTO
059420         IF WS-RC-RESTO NOT = ZERO
059430             MOVE 999 TO WS-RC-PASO
059440         ELSE
059450             MOVE WS-RC-COCIENTE TO WS-RC-PASO.
059500     IF WS-RC-PASO > 999
059600         MOVE 999 TO WS-RC-PASO.
059700
059800     PERFORM 1050-LEER-CORRIDA THRU 1050-LEER-CORRIDA-EXIT.
059900
060000     ACCEPT WS-HORA-TRABAJO FROM TIME.
060100     MOVE WS-HORA-TRABAJO-NUM TO WS-PAS-HORA-FIN (WS-IND-PASO).
060200     MOVE WS-RC-PASO          TO WS-PAS-RC (WS-IND-PASO).
060300     MOVE WS-CORRIDA-VIGENTE  TO WS-PAS-CORRIDA (WS-IND-PASO).
060400     MOVE "EJECUTADO   "      TO WS-PAS-ACCION (WS-IND-PASO).
060500     ADD 1 TO WS-PASOS-EJECUTADOS.
060600
060700     IF WS-RC-PASO NOT > WS-PAS-RC-MAXIMO (WS-IND-PASO)
060800         MOVE "TERMINADO " TO WS-PAS-ESTADO (WS-IND-PASO)
060900     ELSE
061000         IF WS-PAS-CORTA (WS-IND-PASO) = "S"
061100             MOVE "DETENIDO  " TO WS-PAS-ESTADO (WS-IND-PASO)
061200             SET CADENA-DETENIDA TO TRUE
061300             MOVE WS-IND-PASO TO WS-PASO-DETENIDO
061400         ELSE
061500             MOVE "FALLIDO   " TO WS-PAS-ESTADO (WS-IND-PASO)
061600             ADD 1 TO WS-PASOS-FALLIDOS.
061700
061800     PERFORM 7000-GRABAR-ESTADO THRU 7000-GRABAR-ESTADO-EXIT.
061900
062000     DISPLAY "PASO " WS-PAS-NOMBRE (WS-IND-PASO)
062100         " - CODIGO " WS-RC-PASO " - "
062200         WS-PAS-ESTADO (WS-IND-PASO).
062300
062400 2000-EJECUTAR-PASO-EXIT.
062500     EXIT.
062600
062700******************************************************************
062800* 5000-IMPRIMIR-HOJA - IMPRIME LA HOJA DE LA CORRIDA: UN RENGLON
062900* POR PASO CON LO QUE SE HIZO EN ESTA CORRIDA Y SU ESTADO, Y AL
063000* PIE LAS CIFRAS Y EL RESULTADO DE LA CADENA.
063100******************************************************************
063200 5000-IMPRIMIR-HOJA.
063300
063400     MOVE WS-FC-DIA  TO LE1-DIA.
063500     MOVE WS-FC-MES  TO LE1-MES.
063600     MOVE WS-FC-ANIO TO LE1-ANIO.
063700     MOVE 1          TO LE1-PAGINA.
063800
063900     WRITE LINEA-LISTADO FROM LIN-BLANCO.
064000     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
064001     IF CORRIDA-EN-DIA-NO-HABIL
064002         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
064100     WRITE LINEA-LISTADO FROM LIN-BLANCO.
064200
064300     IF CADENA-REANUDADA
064400         MOVE "REANUDACION DE UNA CADENA DETENIDA" TO LMO-MODO
064500     ELSE
064600         MOVE "CADENA NUEVA" TO LMO-MODO.
064700     WRITE LINEA-LISTADO FROM LIN-MODO.
064800     WRITE LINEA-LISTADO FROM LIN-BLANCO.
064900
065000     WRITE LINEA-LISTADO FROM LIN-TITULOS.
065100     WRITE LINEA-LISTADO FROM LIN-BLANCO.
065200
065300     PERFORM 5100-IMPRIMIR-PASO
065400         THRU 5100-IMPRIMIR-PASO-EXIT
065500         VARYING WS-IND-PASO FROM 1 BY 1
065600         UNTIL WS-IND-PASO > WS-CANT-PASOS.
065700
065800     WRITE LINEA-LISTADO FROM LIN-BLANCO.
065900
066000     MOVE "PASOS DEFINIDOS............: " TO LT-CONCEPTO.
066100     MOVE WS-CANT-PASOS TO LT-CIFRA.
066200     WRITE LINEA-LISTADO FROM LIN-TOTAL.
066300
066400     MOVE "PASOS EJECUTADOS...........: " TO LT-CONCEPTO.
066500     MOVE WS-PASOS-EJECUTADOS TO LT-CIFRA.
066600     WRITE LINEA-LISTADO FROM LIN-TOTAL.
066700
066800     MOVE "PASOS SALTEADOS (YA HECHOS): " TO LT-CONCEPTO.
066900     MOVE WS-PASOS-SALTEADOS TO LT-CIFRA.
067000     WRITE LINEA-LISTADO FROM LIN-TOTAL.
067100
067200     MOVE "PASOS FALLIDOS SIN CORTE...: " TO LT-CONCEPTO.
067300     MOVE WS-PASOS-FALLIDOS TO LT-CIFRA.
067400     WRITE LINEA-LISTADO FROM LIN-TOTAL.
067500
067600     MOVE "PASOS NO EJECUTADOS........: " TO LT-CONCEPTO.
067700     MOVE WS-PASOS-NO-EJECUTADOS TO LT-CIFRA.
067800     WRITE LINEA-LISTADO FROM LIN-TOTAL.
067900
068000     WRITE LINEA-LISTADO FROM LIN-BLANCO.
068100
068200     MOVE SPACES TO LR-RESULTADO.
068300     IF CADENA-DETENIDA
068400         STRING "DETENIDA EN EL PASO "  DELIMITED BY SIZE
068500                WS-PAS-NOMBRE (WS-PASO-DETENIDO)
068600                                        DELIMITED BY SIZE
068700                INTO LR-RESULTADO
068800     ELSE
068900         IF WS-PASOS-FALLIDOS > ZERO
069000             MOVE "COMPLETA CON PASOS FALLIDOS" TO LR-RESULTADO
069100         ELSE
069200             MOVE "COMPLETA" TO LR-RESULTADO.
069300     WRITE LINEA-LISTADO FROM LIN-RESULTADO.
069400
069500 5000-IMPRIMIR-HOJA-EXIT.
069600     EXIT.
069700
069800******************************************************************
069900* 5100-IMPRIMIR-PASO - IMPRIME EL RENGLON DE UN PASO. EL SALTEADO
070000* MUESTRA LAS HORAS Y EL CODIGO DE CUANDO CORRIO; EL QUE NO SE
070100* EJECUTO QUEDA SIN HORAS NI CODIGO.
070200******************************************************************
070300 5100-IMPRIMIR-PASO.
070400
070500     MOVE WS-PAS-NOMBRE (WS-IND-PASO)   TO LD-PASO.
070600     MOVE WS-PAS-PROGRAMA (WS-IND-PASO) TO LD-PROGRAMA.
070700     MOVE WS-PAS-ACCION (WS-IND-PASO)   TO LD-ACCION.
070800     MOVE WS-PAS-ESTADO (WS-IND-PASO)   TO LD-ESTADO.
070900
071000     IF WS-PAS-ACCION (WS-IND-PASO) = "NO EJECUTADO"
071100         ADD 1 TO WS-PASOS-NO-EJECUTADOS
071200         MOVE SPACES TO LD-INICIO
071300         MOVE SPACES TO LD-FIN
071400         MOVE ZERO   TO LD-RC
071500         WRITE LINEA-LISTADO FROM LIN-DETALLE-PASO
071600         GO TO 5100-IMPRIMIR-PASO-EXIT.
071700
071800     MOVE WS-PAS-HORA-INICIO (WS-IND-PASO) TO WS-HORA-TRABAJO-NUM.
071900     PERFORM 5200-EDITAR-HORA THRU 5200-EDITAR-HORA-EXIT.
072000     MOVE WS-HORA-EDITADA TO LD-INICIO.
072100
072200     MOVE WS-PAS-HORA-FIN (WS-IND-PASO) TO WS-HORA-TRABAJO-NUM.
072300     PERFORM 5200-EDITAR-HORA THRU 5200-EDITAR-HORA-EXIT.
072400     MOVE WS-HORA-EDITADA TO LD-FIN.
072500
072600     MOVE WS-PAS-RC (WS-IND-PASO) TO LD-RC.
072700
072800     WRITE LINEA-LISTADO FROM LIN-DETALLE-PASO.
072900
073000 5100-IMPRIMIR-PASO-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400* 5200-EDITAR-HORA - DEJA LA HORA DE TRABAJO COMO HH:MM:SS.
073500******************************************************************
073600 5200-EDITAR-HORA.
073700
073800     MOVE WS-HT-HORA    TO WS-HE-HORA.
073900     MOVE WS-HT-MINUTO  TO WS-HE-MINUTO.
074000     MOVE WS-HT-SEGUNDO TO WS-HE-SEGUNDO.
074100
074200 5200-EDITAR-HORA-EXIT.
074300     EXIT.
074400
074500******************************************************************
074600* 7000-GRABAR-ESTADO - REGRABA EL ARCHIVO DE ESTADO COMPLETO DESDE
074700* LA TABLA DE PASOS.
074800******************************************************************
074900 7000-GRABAR-ESTADO.
075000
075100     OPEN OUTPUT ARCH-ESTADO.
075200     IF FS-ESTADO NOT = "00"
075300         DISPLAY "ERROR AL REGRABAR EL ESTADO DE LA CADENA. "
075400             "ESTADO: " FS-ESTADO
075500         MOVE 16 TO RETURN-CODE
075600         STOP RUN.
075700
075800     PERFORM 7100-GRABAR-PASO
075900         THRU 7100-GRABAR-PASO-EXIT
076000         VARYING WS-IND-BUSQUEDA FROM 1 BY 1
076100         UNTIL WS-IND-BUSQUEDA > WS-CANT-PASOS.
076200
076300     CLOSE ARCH-ESTADO.
076400
076500 7000-GRABAR-ESTADO-EXIT.
076600     EXIT.
076700
076800******************************************************************
076900* 7100-GRABAR-PASO - GRABA EL ESTADO DE UN PASO DE LA TABLA.
077000******************************************************************
077100 7100-GRABAR-PASO.
077200
077300     MOVE WS-PAS-NOMBRE (WS-IND-BUSQUEDA)      TO EST-NOMBRE.
077400     MOVE WS-PAS-PROGRAMA (WS-IND-BUSQUEDA)    TO EST-PROGRAMA.
077500     MOVE WS-PAS-FECHA (WS-IND-BUSQUEDA)       TO EST-FECHA.
077600     MOVE WS-PAS-HORA-INICIO (WS-IND-BUSQUEDA) TO EST-HORA-INICIO.
077700     MOVE WS-PAS-HORA-FIN (WS-IND-BUSQUEDA)    TO EST-HORA-FIN.
077800     MOVE WS-PAS-RC (WS-IND-BUSQUEDA)          TO EST-RC.
077900     MOVE WS-PAS-ESTADO (WS-IND-BUSQUEDA)      TO EST-ESTADO.
078000     MOVE WS-PAS-CORRIDA (WS-IND-BUSQUEDA)     TO EST-CORRIDA.
078100
078200     WRITE EST-REG.
078300     IF FS-ESTADO NOT = "00"
078400         DISPLAY "ERROR AL GRABAR EL ESTADO DE LA CADENA. "
078500             "ESTADO: " FS-ESTADO
078600         MOVE 16 TO RETURN-CODE
078700         STOP RUN.
078800
078900 7100-GRABAR-PASO-EXIT.
079000     EXIT.
079100
079200******************************************************************
079300* 8000-FINALIZAR - INFORMA LAS CIFRAS DE LA CADENA Y CIERRA LA
079400* HOJA.
079500******************************************************************
079600 8000-FINALIZAR.
079700
079800     CLOSE LISTADO.
079900
080000     DISPLAY "PASOS EJECUTADOS...........: " WS-PASOS-EJECUTADOS.
080100     DISPLAY "PASOS SALTEADOS (YA HECHOS): " WS-PASOS-SALTEADOS.
080200     DISPLAY "PASOS FALLIDOS SIN CORTE...: " WS-PASOS-FALLIDOS.
080300     DISPLAY "PASOS NO EJECUTADOS........: "
080400         WS-PASOS-NO-EJECUTADOS.
080500     DISPLAY "RESULTADO DE LA CADENA.....: " LR-RESULTADO.
080600
080700 8000-FINALIZAR-EXIT.
080800     EXIT.
080900
081000 END PROGRAM CADENADIARIA.
