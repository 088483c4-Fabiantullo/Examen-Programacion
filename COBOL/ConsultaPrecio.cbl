000100******************************************************************
000200* AUTHOR.     J. FERNANDEZ.
000300* INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400* DATE-WRITTEN. 2026-10-14.
000500* DATE-COMPILED.
000600* PURPOSE.    CONSULTA POR TERMINAL DEL PRECIO DE UN ARTICULO A
000700*             UNA FECHA, PARA LA MESA DE CONTROL. CON EL CODIGO DE
000800*             ARTICULO Y UNA FECHA RESPONDE QUE PRECIO, CANTIDAD
000900*             BASE Y RANGO TENIA EL ARTICULO ESE DIA, SEGUN LA
001000*             HISTORIA DE PRECIOS QUE DEJAN EL MANTENIMIENTO Y LA
001100*             ACTIVACION DEL MAESTRO, Y QUIEN HIZO EL CAMBIO. SOLO
001200*             LECTURA: NO TOCA NINGUN ARCHIVO.
001300* TECTONICS.  COBC.
001400*-----------------------------------------------------------*
001500* MODIFICATION HISTORY.
001600* -----------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* 2026-10-14 JFR   PROGRAMA ORIGINAL. HASTA AHORA, CUANDO PRECIOS
001900*                  DISCUTIA UN RENGLON VIEJO, NO HABIA FORMA DE
002000*                  PROBAR QUE PRECIO SE HABIA USADO ESE DIA.
002001* 2026-10-14 JFR   LA CANTIDAD DE CAMBIOS HASTA LA FECHA YA NO
002002*                  CUENTA EL PRIMER CAMBIO POSTERIOR A ELLA.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CONSPRECIO.
002400 AUTHOR. J. FERNANDEZ.
002500 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
002600 DATE-WRITTEN. 2026-10-14.
002700 DATE-COMPILED.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     SELECT MAESTRO-ARTICULOS ASSIGN TO MAESTRO
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS ART-CODIGO
003700         FILE STATUS IS FS-MAESTRO.
003800
003900     SELECT ARCH-HISTPRECIOS ASSIGN TO HISTPRECIOS
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS HPR-CLAVE
004300         FILE STATUS IS FS-HISTPRECIOS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700
004800 FD  MAESTRO-ARTICULOS
004900     LABEL RECORDS ARE STANDARD
005000     RECORD CONTAINS 53 CHARACTERS.
005100 01  ART-REG.
005200     05  ART-CODIGO                 PIC X(04).
005300     05  ART-DESCRIPCION            PIC X(30).
005400     05  ART-CANTIDAD-BASE          PIC 9(04).
005500     05  ART-PRECIO-UNITARIO        PIC 9(05)V99.
005600     05  ART-RANGO-BAJO             PIC 9(04).
005700     05  ART-RANGO-ALTO             PIC 9(04).
005800
005900******************************************************************
006000* HISTORIA DE PRECIOS: UN REGISTRO POR ARTICULO Y FECHA DE
006100* VIGENCIA, CON LOS VALORES ANTERIORES Y NUEVOS DEL CAMBIO.
006200******************************************************************
006300 FD  ARCH-HISTPRECIOS
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 77 CHARACTERS.
006600 01  HPR-REG.
006700     05  HPR-CLAVE.
006800         10  HPR-CODIGO             PIC X(04).
006900         10  HPR-FECHA-VIGENCIA     PIC 9(08).
007000     05  HPR-TIPO                   PIC X(01).
007100         88  HPR-ALTA                          VALUE 'A'.
007200         88  HPR-CAMBIO                        VALUE 'M'.
007300         88  HPR-BAJA                          VALUE 'B'.
007400     05  HPR-PRECIO-ANT             PIC 9(05)V99.
007500     05  HPR-PRECIO-NVO             PIC 9(05)V99.
007600     05  HPR-CANTIDAD-ANT           PIC 9(04).
007700     05  HPR-CANTIDAD-NVO           PIC 9(04).
007800     05  HPR-RANGO-BAJO-ANT         PIC 9(04).
007900     05  HPR-RANGO-ALTO-ANT         PIC 9(04).
008000     05  HPR-RANGO-BAJO-NVO         PIC 9(04).
008100     05  HPR-RANGO-ALTO-NVO         PIC 9(04).
008200     05  HPR-CORRIDA                PIC 9(06).
008300     05  HPR-OPERADOR               PIC X(20).
008400
008500 WORKING-STORAGE SECTION.
008600
008700******************************************************************
008800* SWITCHES DE CONTROL DEL PROGRAMA
008900******************************************************************
009000 77  WS-SW-FIN-CONSULTA          PIC X(01) VALUE 'N'.
009100     88  FIN-DE-CONSULTA                   VALUE 'S'.
009200     88  NO-FIN-DE-CONSULTA                VALUE 'N'.
009300 77  WS-SW-MAESTRO               PIC X(01) VALUE 'N'.
009400     88  MAESTRO-DISPONIBLE                VALUE 'S'.
009500     88  MAESTRO-NO-DISPONIBLE             VALUE 'N'.
009600 77  WS-SW-HISTPRECIOS           PIC X(01) VALUE 'N'.
009700     88  HISTPRECIOS-DISPONIBLE            VALUE 'S'.
009800     88  HISTPRECIOS-NO-DISPONIBLE         VALUE 'N'.
009900 77  WS-SW-FIN-CAMBIOS           PIC X(01) VALUE 'N'.
010000     88  FIN-DE-CAMBIOS                    VALUE 'S'.
010100     88  NO-FIN-DE-CAMBIOS                 VALUE 'N'.
010200 77  WS-SW-VIGENTE               PIC X(01) VALUE 'N'.
010300     88  HAY-CAMBIO-VIGENTE                VALUE 'S'.
010400     88  NO-HAY-CAMBIO-VIGENTE             VALUE 'N'.
010500 77  WS-SW-POSTERIOR             PIC X(01) VALUE 'N'.
010600     88  HAY-CAMBIO-POSTERIOR              VALUE 'S'.
010700     88  NO-HAY-CAMBIO-POSTERIOR           VALUE 'N'.
010800
010900******************************************************************
011000* CODIGOS DE ESTADO DE ARCHIVOS
011100******************************************************************
011200 77  FS-MAESTRO                  PIC X(02) VALUE SPACES.
011300 77  FS-HISTPRECIOS              PIC X(02) VALUE SPACES.
011400
011500******************************************************************
011600* CAMPOS DE TRABAJO DE LA CONSULTA
011700******************************************************************
011800 77  WS-CODIGO-CONSULTA          PIC X(04) VALUE SPACES.
011900 77  WS-ENTRADA                  PIC X(05) VALUE SPACES.
012000 77  WS-TOTAL-CAMBIOS            PIC 9(04) VALUE ZERO COMP.
012100 77  WS-CAMBIOS-EDIT             PIC ZZZ9.
012200 01  WS-FECHA-ENTRADA            PIC X(08) VALUE SPACES.
012300 01  WS-FECHA-CONSULTA.
012400     05  WS-FQ-ANIO              PIC 9(04).
012500     05  WS-FQ-MES               PIC 9(02).
012600     05  WS-FQ-DIA               PIC 9(02).
012700 01  WS-FECHA-CONSULTA-NUM REDEFINES WS-FECHA-CONSULTA
012800                                 PIC 9(08).
012900 01  WS-FECHA-HOY                PIC 9(08) VALUE ZERO.
013000
013100******************************************************************
013200* CAMBIO VIGENTE A LA FECHA CONSULTADA (EL ULTIMO CON VIGENCIA NO
013300* POSTERIOR) Y PRIMER CAMBIO POSTERIOR A ELLA
013400******************************************************************
013500 01  WS-CAMBIO-VIGENTE           PIC X(77) VALUE SPACES.
013600 01  WS-CAMBIO-POSTERIOR         PIC X(77) VALUE SPACES.
013700
013800******************************************************************
013900* CAMPOS DE EDICION PARA LA PANTALLA
014000******************************************************************
014100 77  WS-PRECIO-EDIT              PIC ZZ,ZZ9.99.
014200
014300 PROCEDURE DIVISION.
014400
014500******************************************************************
014600* 0000-MAINLINE - PARRAFO PRINCIPAL DEL PROGRAMA.
014700******************************************************************
014800 0000-MAINLINE.
014900
015000     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
015100
015200     PERFORM 2000-ATENDER-CONSULTA
015300         THRU 2000-ATENDER-CONSULTA-EXIT
015400         UNTIL FIN-DE-CONSULTA.
015500
015600     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
015700
015800     MOVE 0 TO RETURN-CODE.
015900
016000     STOP RUN.
016100
016200******************************************************************
016300* 1000-INICIALIZAR - ABRE EL MAESTRO Y LA HISTORIA DE PRECIOS PARA
016400* CONSULTA.
016500******************************************************************
016600 1000-INICIALIZAR.
016700
016800     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
016900
017000     OPEN INPUT MAESTRO-ARTICULOS.
017100     IF FS-MAESTRO = "00"
017200         SET MAESTRO-DISPONIBLE TO TRUE
017300     ELSE
017400         IF FS-MAESTRO = "35"
017500             SET MAESTRO-NO-DISPONIBLE TO TRUE
017600             DISPLAY "MAESTRO DE ARTICULOS NO DISPONIBLE."
017700         ELSE
017800             DISPLAY "ERROR AL ABRIR EL MAESTRO DE ARTICULOS. "
017900                 "ESTADO: " FS-MAESTRO
018000             MOVE 16 TO RETURN-CODE
018100             STOP RUN
018200         END-IF.
018300
018400     OPEN INPUT ARCH-HISTPRECIOS.
018500     IF FS-HISTPRECIOS = "00"
018600         SET HISTPRECIOS-DISPONIBLE TO TRUE
018700     ELSE
018800         IF FS-HISTPRECIOS = "35"
018900             SET HISTPRECIOS-NO-DISPONIBLE TO TRUE
019000             DISPLAY "HISTORIA DE PRECIOS NO DISPONIBLE: SOLO SE "
019100                 "MUESTRAN LOS VALORES ACTUALES."
019200         ELSE
019300             DISPLAY "ERROR AL ABRIR LA HISTORIA DE PRECIOS. "
019400                 "ESTADO: " FS-HISTPRECIOS
019500             MOVE 16 TO RETURN-CODE
019600             STOP RUN
019700         END-IF.
019800
019900     DISPLAY "CONSULTA DE PRECIOS A UNA FECHA - PRECIO, CANTIDAD".
020000     DISPLAY "BASE Y RANGO VIGENTES. SOLO LECTURA.".
020100
020200 1000-INICIALIZAR-EXIT.
020300     EXIT.
020400
020500******************************************************************
020600* 2000-ATENDER-CONSULTA - PIDE UN CODIGO DE ARTICULO Y UNA FECHA Y
020700* MUESTRA LOS VALORES VIGENTES ESE DIA.
020800******************************************************************
020900 2000-ATENDER-CONSULTA.
021000
021100     DISPLAY " ".
021200     DISPLAY "CODIGO DE ARTICULO (FIN PARA SALIR): ".
021300     ACCEPT WS-ENTRADA.
021400
021500     IF WS-ENTRADA = "FIN" OR WS-ENTRADA = "fin"
021600         SET FIN-DE-CONSULTA TO TRUE
021700         GO TO 2000-ATENDER-CONSULTA-EXIT.
021800
021900     IF WS-ENTRADA = SPACES
022000         GO TO 2000-ATENDER-CONSULTA-EXIT.
022100
022200     MOVE WS-ENTRADA (1:4) TO WS-CODIGO-CONSULTA.
022300
022400     DISPLAY "FECHA AAAAMMDD (EN BLANCO, HOY): ".
022500     ACCEPT WS-FECHA-ENTRADA.
022600
022700     IF WS-FECHA-ENTRADA = SPACES
022800         MOVE WS-FECHA-HOY TO WS-FECHA-CONSULTA-NUM
022900     ELSE
023000         IF WS-FECHA-ENTRADA IS NOT NUMERIC
023100             DISPLAY "  FECHA INVALIDA."
023200             GO TO 2000-ATENDER-CONSULTA-EXIT
023300         ELSE
023400             MOVE WS-FECHA-ENTRADA TO WS-FECHA-CONSULTA
023500         END-IF.
023600
023700     IF WS-FQ-MES < 1 OR WS-FQ-MES > 12 OR
023800             WS-FQ-DIA < 1 OR WS-FQ-DIA > 31
023900         DISPLAY "  FECHA INVALIDA."
024000         GO TO 2000-ATENDER-CONSULTA-EXIT.
024100
024200     PERFORM 2100-BUSCAR-CAMBIOS
024300         THRU 2100-BUSCAR-CAMBIOS-EXIT.
024400
024500     EVALUATE TRUE
024600         WHEN HAY-CAMBIO-VIGENTE
024700             PERFORM 2300-MOSTRAR-VIGENTE
024800                 THRU 2300-MOSTRAR-VIGENTE-EXIT
024900         WHEN HAY-CAMBIO-POSTERIOR
025000             PERFORM 2400-MOSTRAR-ANTERIOR
025100                 THRU 2400-MOSTRAR-ANTERIOR-EXIT
025200         WHEN OTHER
025300             PERFORM 2500-MOSTRAR-MAESTRO
025400                 THRU 2500-MOSTRAR-MAESTRO-EXIT
025500     END-EVALUATE.
025600
025700 2000-ATENDER-CONSULTA-EXIT.
025800     EXIT.
025900
026000******************************************************************
026100* 2100-BUSCAR-CAMBIOS - RECORRE LOS CAMBIOS DEL ARTICULO EN ORDEN
026200* DE FECHA. SE QUEDA CON EL ULTIMO VIGENTE A LA FECHA CONSULTADA Y
026300* CON EL PRIMERO POSTERIOR, SI LOS HAY.
026400******************************************************************
026500 2100-BUSCAR-CAMBIOS.
026600
026700     SET NO-HAY-CAMBIO-VIGENTE TO TRUE.
026800     SET NO-HAY-CAMBIO-POSTERIOR TO TRUE.
026900     MOVE ZERO TO WS-TOTAL-CAMBIOS.
027000
027100     IF HISTPRECIOS-NO-DISPONIBLE
027200         GO TO 2100-BUSCAR-CAMBIOS-EXIT.
027300
027400     MOVE WS-CODIGO-CONSULTA TO HPR-CODIGO.
027500     MOVE ZERO               TO HPR-FECHA-VIGENCIA.
027600     SET NO-FIN-DE-CAMBIOS TO TRUE.
027700
027800     START ARCH-HISTPRECIOS KEY IS NOT < HPR-CLAVE
027900         INVALID KEY
028000             SET FIN-DE-CAMBIOS TO TRUE
028100     END-START.
028200
028300     PERFORM 2150-REVISAR-CAMBIO
028400         THRU 2150-REVISAR-CAMBIO-EXIT
028500         UNTIL FIN-DE-CAMBIOS.
028600
028700 2100-BUSCAR-CAMBIOS-EXIT.
028800     EXIT.
028900
029000******************************************************************
029100* 2150-REVISAR-CAMBIO - LEE EL SIGUIENTE CAMBIO. AL PASAR A OTRO
029200* ARTICULO, O AL PRIMER CAMBIO POSTERIOR A LA FECHA, TERMINA.
029300******************************************************************
029400 2150-REVISAR-CAMBIO.
029500
029600     READ ARCH-HISTPRECIOS NEXT RECORD
029700         AT END
029800             SET FIN-DE-CAMBIOS TO TRUE
029900             GO TO 2150-REVISAR-CAMBIO-EXIT
030000     END-READ.
030100
030200     IF FS-HISTPRECIOS NOT = "00"
030300         DISPLAY "ERROR AL LEER LA HISTORIA DE PRECIOS. ESTADO: "
030400             FS-HISTPRECIOS
030500         MOVE 16 TO RETURN-CODE
030600         STOP RUN.
030700
030800     IF HPR-CODIGO NOT = WS-CODIGO-CONSULTA
030900         SET FIN-DE-CAMBIOS TO TRUE
031000         GO TO 2150-REVISAR-CAMBIO-EXIT.
031100
031400     IF HPR-FECHA-VIGENCIA > WS-FECHA-CONSULTA-NUM
031500         SET HAY-CAMBIO-POSTERIOR TO TRUE
031600         MOVE HPR-REG TO WS-CAMBIO-POSTERIOR
031700         SET FIN-DE-CAMBIOS TO TRUE
031800         GO TO 2150-REVISAR-CAMBIO-EXIT.
031900
031901     ADD 1 TO WS-TOTAL-CAMBIOS.
032000     SET HAY-CAMBIO-VIGENTE TO TRUE.
032100     MOVE HPR-REG TO WS-CAMBIO-VIGENTE.
032200
032300 2150-REVISAR-CAMBIO-EXIT.
032400     EXIT.
032500
032600******************************************************************
032700* 2300-MOSTRAR-VIGENTE - A LA FECHA REGIAN LOS VALORES NUEVOS DEL
032800* ULTIMO CAMBIO NO POSTERIOR. SI ESE CAMBIO FUE UNA BAJA, EL
032900* ARTICULO NO EXISTIA.
033000******************************************************************
033100 2300-MOSTRAR-VIGENTE.
033200
033300     MOVE WS-CAMBIO-VIGENTE TO HPR-REG.
033400
033500     DISPLAY "  ARTICULO " WS-CODIGO-CONSULTA " AL "
033600         WS-FQ-DIA "/" WS-FQ-MES "/" WS-FQ-ANIO ":".
033700
033800     IF HPR-BAJA
033900         DISPLAY "  DADO DE BAJA CON VIGENCIA " HPR-FECHA-VIGENCIA
034000             " (CORRIDA " HPR-CORRIDA ", " HPR-OPERADOR ")"
034100         GO TO 2300-MOSTRAR-VIGENTE-EXIT.
034200
034300     MOVE HPR-PRECIO-NVO TO WS-PRECIO-EDIT.
034400     DISPLAY "  CANTIDAD BASE: " HPR-CANTIDAD-NVO
034500         "  PRECIO UNITARIO: " WS-PRECIO-EDIT.
034600     IF HPR-RANGO-ALTO-NVO > ZERO
034700         DISPLAY "  RANGO PROPIO : " HPR-RANGO-BAJO-NVO " A "
034800             HPR-RANGO-ALTO-NVO
034900     ELSE
035000         DISPLAY "  RANGO PROPIO : (USA EL RANGO GENERAL)".
035100
035200     MOVE HPR-PRECIO-ANT TO WS-PRECIO-EDIT.
035300     EVALUATE TRUE
035400         WHEN HPR-ALTA
035500             DISPLAY "  VIGENTES DESDE EL ALTA DEL "
035600                 HPR-FECHA-VIGENCIA
035700         WHEN OTHER
035800             DISPLAY "  VIGENTES DESDE EL CAMBIO DEL "
035900                 HPR-FECHA-VIGENCIA " (PRECIO ANTERIOR "
036000                 WS-PRECIO-EDIT ")"
036100     END-EVALUATE.
036200     DISPLAY "  CORRIDA PREVIA: " HPR-CORRIDA "  OPERADOR: "
036300         HPR-OPERADOR.
036400
036500     MOVE WS-TOTAL-CAMBIOS TO WS-CAMBIOS-EDIT.
036600     DISPLAY "  CAMBIOS REGISTRADOS HASTA ESA FECHA: "
036700         WS-CAMBIOS-EDIT.
036800
036900 2300-MOSTRAR-VIGENTE-EXIT.
037000     EXIT.
037100
037200******************************************************************
037300* 2400-MOSTRAR-ANTERIOR - NO HAY CAMBIOS HASTA LA FECHA PERO SI
037400* DESPUES: REGIAN LOS VALORES ANTERIORES DEL PRIMER CAMBIO
037500* POSTERIOR. SI ESE CAMBIO FUE EL ALTA, EL ARTICULO NO EXISTIA.
037600******************************************************************
037700 2400-MOSTRAR-ANTERIOR.
037800
037900     MOVE WS-CAMBIO-POSTERIOR TO HPR-REG.
038000
038100     DISPLAY "  ARTICULO " WS-CODIGO-CONSULTA " AL "
038200         WS-FQ-DIA "/" WS-FQ-MES "/" WS-FQ-ANIO ":".
038300
038400     IF HPR-ALTA
038500         DISPLAY "  TODAVIA NO EXISTIA: EL ALTA ES DEL "
038600             HPR-FECHA-VIGENCIA
038700         GO TO 2400-MOSTRAR-ANTERIOR-EXIT.
038800
038900     MOVE HPR-PRECIO-ANT TO WS-PRECIO-EDIT.
039000     DISPLAY "  CANTIDAD BASE: " HPR-CANTIDAD-ANT
039100         "  PRECIO UNITARIO: " WS-PRECIO-EDIT.
039200     IF HPR-RANGO-ALTO-ANT > ZERO
039300         DISPLAY "  RANGO PROPIO : " HPR-RANGO-BAJO-ANT " A "
039400             HPR-RANGO-ALTO-ANT
039500     ELSE
039600         DISPLAY "  RANGO PROPIO : (USA EL RANGO GENERAL)".
039700
039800     DISPLAY "  VALORES ANTERIORES AL PRIMER CAMBIO REGISTRADO, "
039900         "DEL " HPR-FECHA-VIGENCIA.
040000
040100 2400-MOSTRAR-ANTERIOR-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500* 2500-MOSTRAR-MAESTRO - EL ARTICULO NO TIENE CAMBIOS REGISTRADOS:
040600* SUS VALORES SON LOS DEL MAESTRO DESDE ANTES DE QUE EXISTIERA LA
040700* HISTORIA DE PRECIOS.
040800******************************************************************
040900 2500-MOSTRAR-MAESTRO.
041000
041100     IF MAESTRO-NO-DISPONIBLE
041200         DISPLAY "  SIN CAMBIOS REGISTRADOS Y MAESTRO NO "
041300             "DISPONIBLE."
041400         GO TO 2500-MOSTRAR-MAESTRO-EXIT.
041500
041600     MOVE WS-CODIGO-CONSULTA TO ART-CODIGO.
041700
041800     READ MAESTRO-ARTICULOS
041900         INVALID KEY
042000             DISPLAY "  ARTICULO " WS-CODIGO-CONSULTA
042100                 " SIN CAMBIOS REGISTRADOS Y NO ESTA EN EL "
042200                 "MAESTRO."
042300             GO TO 2500-MOSTRAR-MAESTRO-EXIT
042400     END-READ.
042500
042600     MOVE ART-PRECIO-UNITARIO TO WS-PRECIO-EDIT.
042700
042800     DISPLAY "  ARTICULO " ART-CODIGO ": " ART-DESCRIPCION.
042900     DISPLAY "  CANTIDAD BASE: " ART-CANTIDAD-BASE
043000         "  PRECIO UNITARIO: " WS-PRECIO-EDIT.
043100     IF ART-RANGO-ALTO > ZERO
043200         DISPLAY "  RANGO PROPIO : " ART-RANGO-BAJO " A "
043300             ART-RANGO-ALTO
043400     ELSE
043500         DISPLAY "  RANGO PROPIO : (USA EL RANGO GENERAL)".
043600     DISPLAY "  SIN CAMBIOS REGISTRADOS: VALORES ACTUALES DEL "
043700         "MAESTRO.".
043800
043900 2500-MOSTRAR-MAESTRO-EXIT.
044000     EXIT.
044100
044200******************************************************************
044300* 8000-FINALIZAR - CIERRA LOS ARCHIVOS DE LA CONSULTA.
044400******************************************************************
044500 8000-FINALIZAR.
044600
044700     IF MAESTRO-DISPONIBLE
044800         CLOSE MAESTRO-ARTICULOS.
044900
045000     IF HISTPRECIOS-DISPONIBLE
045100         CLOSE ARCH-HISTPRECIOS.
045200
045300     DISPLAY "FIN DE LA CONSULTA.".
045400
045500 8000-FINALIZAR-EXIT.
045600     EXIT.
045700
045800 END PROGRAM CONSPRECIO.
