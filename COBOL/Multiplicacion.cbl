004810*                  PERMISO EN EL ARCHIVO DE AUTORIZACIONES. EL
004811*                  INTENTO DENEGADO TERMINA CON CODIGO 12 Y QUEDA
004812*                  EN LA AUDITORIA.
004813* 2026-10-14 JFR   SE GRABAN LOS TOTALES DE CONTROL DE LAS
004814*                  DIVISIONES (CANTIDAD, SUMA DE COCIENTES Y SUMA
004815*                  DE RESTOS) EN EL ARCHIVO DIVCTL, PARA QUE EL
004816*                  AVISO DE FRACCIONAMIENTO AL DEPOSITO CUADRE
004817*                  CONTRA LO QUE ESTE PROGRAMA GENERO. EL
004818*                  CHECKPOINT PASA A 83 CON LAS DOS SUMAS.
004819* 2026-10-14 JFR   EL ARCHIVO DE NUMEROS TRAE EL ORIGEN (SUCURSAL)
004820*                  DE CADA ENTRADA (REGISTRO DE 15). EL ORIGEN SE
004821*                  GRABA EN LA AUDITORIA (REGISTRO DE 79) Y EN LA
004822*                  EXTENSION (REGISTRO DE 43); EN MODO INTERACTIVO
004823*                  VA "TERMINAL".
004824* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
004825*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
004826*                  ENCABEZADO DEL REPORTE.
004827* 2026-10-14 JFR   CADA REGISTRO DE AUDITORIA LLEVA UNA SECUENCIA
004828*                  CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL
004829*                  DEL ANTERIOR (REGISTRO DE 96), TOMADOS DEL
004830*                  CONTROL DE SELLADO AUDSECCTL.
004831*                  LA AUDITORIA SE AGREGA TAMBIEN EN UNA CORRIDA
004832*                  NUEVA, PARA NO PISAR LO QUE OTROS PROGRAMAS
004833*                  GRABARON DESDE EL ULTIMO RESGUARDO.
004834* 2026-10-14 JFR   CADA RENGLON DE UN ARTICULO SE VALORIZA AL
004835*                  PRECIO DEL TRAMO POR VOLUMEN QUE ALCANZA SU
004836*                  CANTIDAD (ARCHIVO TRAMOSPRECIO, LO MANTIENE
004837*                  MANTTRAMOS); POR DEBAJO DEL PRIMER TRAMO RIGE
004838*                  EL DEL MAESTRO. EL REPORTE MUESTRA EL PRECIO Y
004839*                  EL TRAMO APLICADO Y LA EXTENSION LLEVA EL
004840*                  IMPORTE YA POR TRAMO.
004841* 2026-10-14 JFR   EL REGISTRO DE AUTORIZACIONES LLEVA EL PERMISO
004842*                  DE RESGUARDO Y RESTAURACION DE LOS ARCHIVOS DE
004843*                  LA CADENA (REGISTRO DE 25).
004844* 2026-10-14 JFR   EL ARCHIVO DE DIVISION LLEVA EL CODIGO DEL
004845*                  ARTICULO DE LA ENTRADA (REGISTRO DE 24), EN
004846*                  BLANCO SI LA ENTRADA ERA UN NUMERO CRUDO.
004847******************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. MULTIPLICACION.
005100 AUTHOR. J. FERNANDEZ.
008820     SELECT ARCH-CONTROL ASSIGN TO CONTROLES
008830         ORGANIZATION IS LINE SEQUENTIAL
008840         FILE STATUS IS FS-CONTROL.
008841
008842     SELECT ARCH-CONTROL-DIV ASSIGN TO DIVCTL
008843         ORGANIZATION IS LINE SEQUENTIAL
008844         FILE STATUS IS FS-CONTROL-DIV.
008850
008851     SELECT ARCH-MODO ASSIGN TO MODOPROC
008852         ORGANIZATION IS LINE SEQUENTIAL
008898         ORGANIZATION IS LINE SEQUENTIAL
008899         FILE STATUS IS FS-AUTORIZA.
008900
008901     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
008902         ORGANIZATION IS INDEXED
008903         ACCESS MODE IS RANDOM
008904         RECORD KEY IS CAL-FECHA
008905         FILE STATUS IS FS-CALENDARIO.
008906
008907     SELECT ARCH-SECUENCIA-AUD ASSIGN TO AUDSECCTL
008908         ORGANIZATION IS LINE SEQUENTIAL
008909         FILE STATUS IS FS-SECUENCIA-AUD.
008910     SELECT ARCH-TRAMOS ASSIGN TO TRAMOSPRECIO
008911         ORGANIZATION IS INDEXED
008912         ACCESS MODE IS DYNAMIC
008913         RECORD KEY IS TPR-CLAVE
008914         FILE STATUS IS FS-TRAMOS.
008915
009000 DATA DIVISION.
009100 FILE SECTION.
009200
009300 FD  ARCH-NUMEROS
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 15 CHARACTERS.
009600 01  ENT-REG-NUMERO.
009700     05  ENT-VALOR                  PIC X(05).
009701     05  ENT-ORIGEN                 PIC X(10).
009800
009900 FD  REPORTE
010000     LABEL RECORDS ARE STANDARD
011000
011100 FD  ARCH-AUDITORIA
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 96 CHARACTERS.
011400 01  AUD-REG.
011500     05  AUD-FECHA                  PIC 9(08).
011600     05  AUD-HORA                   PIC 9(08).
012200     05  AUD-RESULTADO              PIC 9(08).
012300     05  AUD-ENTRADA                PIC X(05).
012310     05  AUD-CORRIDA                PIC 9(06).
012311     05  AUD-ORIGEN                 PIC X(10).
012312     05  AUD-SECUENCIA              PIC 9(08).
012313     05  AUD-VERIFICADOR            PIC 9(09).
012400
012500 FD  ARCH-CHECKPOINT
012600     LABEL RECORDS ARE STANDARD
012601     RECORD CONTAINS 83 CHARACTERS.
012800 01  CHECK-REG.
012900     05  CHECK-REG-CONTADOR         PIC 9(06).
013000     05  CHECK-REG-TOTAL-TABLAS     PIC 9(06).
013022     05  CHECK-REG-TOTAL-DIVISIONES PIC 9(06).
013023     05  CHECK-REG-TOTAL-IMPORTE    PIC 9(11)V99.
013100     05  CHECK-REG-TOTAL-RESULTADO  PIC 9(12).
013101     05  CHECK-REG-SUMA-COCIENTES   PIC 9(12).
013102     05  CHECK-REG-SUMA-RESTOS      PIC 9(10).
013103
013104 FD  ARCH-CONTROL-DIV
013105     LABEL RECORDS ARE STANDARD
013106     RECORD CONTAINS 42 CHARACTERS.
013107 01  DCT-REG.
013108     05  DCT-FECHA                  PIC 9(08).
013109     05  DCT-CORRIDA                PIC 9(06).
013110     05  DCT-TOTAL-DIVISIONES       PIC 9(06).
013111     05  DCT-SUMA-COCIENTES         PIC 9(12).
013112     05  DCT-SUMA-RESTOS            PIC 9(10).
013200
013210 FD  ARCH-AUTORIZA
013220     LABEL RECORDS ARE STANDARD
013230     RECORD CONTAINS 25 CHARACTERS.
013240 01  AUT-REG.
013250     05  AUT-OPERADOR               PIC X(20).
013260     05  AUT-MANTENIMIENTO          PIC X(01).
013270     05  AUT-LIBERACION             PIC X(01).
013280     05  AUT-DIVISION               PIC X(01).
013290     05  AUT-DEPURACION             PIC X(01).
013291     05  AUT-RESGUARDO              PIC X(01).
013295
013300 FD  MAESTRO-ARTICULOS
013400     LABEL RECORDS ARE STANDARD
013407     05  ART-RANGO-BAJO             PIC 9(04).
013408     05  ART-RANGO-ALTO             PIC 9(04).
014000
014001******************************************************************
014002* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
014003******************************************************************
014004 FD  ARCH-CALENDARIO
014005     LABEL RECORDS ARE STANDARD
014006     RECORD CONTAINS 40 CHARACTERS.
014007 01  CAL-REG.
014008     05  CAL-FECHA                  PIC 9(08).
014009     05  CAL-DESCRIPCION            PIC X(30).
014010     05  FILLER                     PIC X(02).
014011
014012******************************************************************
014013* CONTROL DE SELLADO DE LA AUDITORIA: ULTIMA SECUENCIA GRABADA, SU
014014* VERIFICADOR Y LA FECHA EN QUE EMPEZO EL RASTRO SELLADO
014015******************************************************************
014016 FD  ARCH-SECUENCIA-AUD
014017     LABEL RECORDS ARE STANDARD
014018     RECORD CONTAINS 25 CHARACTERS.
014019 01  ASC-REG.
014020     05  ASC-SECUENCIA              PIC 9(08).
014021     05  ASC-VERIFICADOR            PIC 9(09).
014022     05  ASC-FECHA-INICIO           PIC 9(08).
014023
014024******************************************************************
014025* TRAMOS DE PRECIO POR VOLUMEN: DESDE TPR-DESDE UNIDADES EL
014026* RENGLON DEL ARTICULO SE VALORIZA A TPR-PRECIO, VIGENTE DESDE
014027* TPR-FECHA-VIGENCIA. TPR-PRECIO-PROX, SI NO ES CERO, REEMPLAZA
014028* AL VIGENTE DESDE TPR-FECHA-PROX. LO MANTIENE MANTTRAMOS.
014029******************************************************************
014030 FD  ARCH-TRAMOS
014031     LABEL RECORDS ARE STANDARD
014032     RECORD CONTAINS 44 CHARACTERS.
014033 01  TPR-REG.
014034     05  TPR-CLAVE.
014035         10  TPR-CODIGO             PIC X(04).
014036         10  TPR-DESDE              PIC 9(08).
014037     05  TPR-PRECIO                 PIC 9(05)V99.
014038     05  TPR-FECHA-VIGENCIA         PIC 9(08).
014039     05  TPR-PRECIO-PROX            PIC 9(05)V99.
014040     05  TPR-FECHA-PROX             PIC 9(08).
014041     05  FILLER                     PIC X(02).
014042
014100 FD  ARCH-EXTENSION
014200     LABEL RECORDS ARE STANDARD
014201     RECORD CONTAINS 43 CHARACTERS.
014202 01  EXT-REG.
014203     05  EXT-NUMERO                 PIC 9(04).
014204     05  EXT-MULTIPLICADOR          PIC 9(04).
014205     05  EXT-RESULTADO              PIC 9(08).
014206     05  EXT-IMPORTE                PIC 9(09)V99.
014207     05  EXT-CORRIDA                PIC 9(06).
014208     05  EXT-ORIGEN                 PIC X(10).
014710
014720 FD  ARCH-CONTROL
014730     LABEL RECORDS ARE STANDARD
014891
014892 FD  ARCH-DIVISION
014893     LABEL RECORDS ARE STANDARD
014894     RECORD CONTAINS 24 CHARACTERS.
014895 01  DIV-REG.
014896     05  DIV-NUMERO                 PIC 9(04).
014897     05  DIV-DIVISOR                PIC 9(04).
014898     05  DIV-COCIENTE               PIC 9(08).
014899     05  DIV-RESTO                  PIC 9(04).
014900     05  DIV-CODIGO                 PIC X(04).
014901 WORKING-STORAGE SECTION.
015000
015100******************************************************************
017224 77  WS-SW-FIN-AUTORIZA          PIC X(01) VALUE 'N'.
017225     88  FIN-DE-AUTORIZA                   VALUE 'S'.
017226     88  NO-FIN-DE-AUTORIZA                VALUE 'N'.
017227 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
017228     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
017229     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
017230 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
017231     88  DIA-HABIL                         VALUE 'S'.
017232     88  DIA-NO-HABIL                      VALUE 'N'.
017233 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
017234     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
017235     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
017236 77  WS-SW-SELLO                 PIC X(01) VALUE 'N'.
017237     88  SELLO-CARGADO                     VALUE 'S'.
017238     88  SELLO-NO-CARGADO                  VALUE 'N'.
017239 77  WS-SW-TRAMOS                PIC X(01) VALUE 'N'.
017240     88  TRAMOS-DISPONIBLES                VALUE 'S'.
017241     88  TRAMOS-NO-DISPONIBLES             VALUE 'N'.
017242 77  WS-SW-FIN-TRAMOS            PIC X(01) VALUE 'N'.
017243     88  FIN-DE-TRAMOS                     VALUE 'S'.
017244     88  NO-FIN-DE-TRAMOS                  VALUE 'N'.
017245 77  WS-SW-VALORIZADO            PIC X(01) VALUE 'N'.
017246     88  ARTICULO-VALORIZADO               VALUE 'S'.
017247     88  ARTICULO-NO-VALORIZADO            VALUE 'N'.
017248
017300******************************************************************
017400* CODIGOS DE ESTADO DE ARCHIVOS
017500******************************************************************
017900 77  FS-AUDITORIA                PIC X(02) VALUE SPACES.
018000 77  FS-CHECKPOINT               PIC X(02) VALUE SPACES.
018100 77  FS-MAESTRO                  PIC X(02) VALUE SPACES.
018101 77  FS-TRAMOS                   PIC X(02) VALUE SPACES.
018200 77  FS-EXTENSION                PIC X(02) VALUE SPACES.
018210 77  FS-CONTROL                  PIC X(02) VALUE SPACES.
018211 77  FS-CONTROL-DIV              PIC X(02) VALUE SPACES.
018220 77  FS-HISTORIA                 PIC X(02) VALUE SPACES.
018221 77  FS-EXCEPCIONES              PIC X(02) VALUE SPACES.
018222 77  FS-MODO                     PIC X(02) VALUE SPACES.
018223 77  FS-DIVISION                 PIC X(02) VALUE SPACES.
018224 77  FS-CORRIDA                  PIC X(02) VALUE SPACES.
018225 77  FS-AUTORIZA                 PIC X(02) VALUE SPACES.
018226 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
018227 77  FS-SECUENCIA-AUD            PIC X(02) VALUE SPACES.
018228
018229******************************************************************
018230* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
018231* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
018232* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
018233* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
018234******************************************************************
018235 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
018236 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
018237 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
018238 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
018239 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
018240
018241******************************************************************
018242* SELLADO DE LA AUDITORIA: CADA REGISTRO LLEVA UNA SECUENCIA
018243* CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL DEL REGISTRO
018244* ANTERIOR. EL VALOR DE CADA CARACTER SE TOMA REDEFINIENDO COMO
018245* BINARIO UN PAR DE BYTES CUYO PRIMER BYTE VALE CERO.
018246******************************************************************
018247 77  WS-SELLO-SECUENCIA          PIC 9(08) VALUE ZERO.
018248 77  WS-SELLO-VERIFICADOR        PIC 9(09) VALUE ZERO.
018249 77  WS-SELLO-FECHA-INICIO       PIC 9(08) VALUE ZERO.
018250 77  WS-SELLO-ACUMULADO          PIC 9(11) VALUE ZERO COMP.
018251 77  WS-SELLO-COCIENTE           PIC 9(11) VALUE ZERO COMP.
018252 77  WS-SELLO-IND                PIC 9(04) VALUE ZERO COMP.
018253 77  WS-SELLO-LARGO              PIC 9(04) VALUE 87 COMP.
018254 01  WS-SELLO-REGISTRO.
018255     05  WS-SELLO-CAR            PIC X(01) OCCURS 96 TIMES.
018256 01  WS-SELLO-PAR.
018257     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
018258     05  WS-SELLO-CARACTER       PIC X(01) VALUE LOW-VALUE.
018259 01  WS-SELLO-VALOR REDEFINES WS-SELLO-PAR
018260                                 PIC 9(04) COMP.
018300
018400******************************************************************
018500* CAMPOS DE TRABAJO DE LA TABLA
023220 77  WS-TOTAL-RECHAZOS           PIC 9(06) VALUE ZERO COMP.
023221 77  WS-TOTAL-DESBORDES          PIC 9(06) VALUE ZERO COMP.
023222 77  WS-TOTAL-DIVISIONES         PIC 9(06) VALUE ZERO COMP.
023223 77  WS-SUMA-COCIENTES           PIC 9(12) VALUE ZERO COMP.
023224 77  WS-SUMA-RESTOS              PIC 9(10) VALUE ZERO COMP.
023300 77  WS-TOTAL-RESULTADO          PIC 9(12) VALUE ZERO COMP.
023400
023500******************************************************************
023600* DATOS DEL MAESTRO DE ARTICULOS
023700******************************************************************
023800 01  WS-DESCRIPCION-ARTICULO     PIC X(30) VALUE SPACES.
023801 01  WS-CODIGO-ENTRADA           PIC X(04) VALUE SPACES.
023802 01  WS-ORIGEN-ENTRADA           PIC X(10) VALUE SPACES.
023810
023820******************************************************************
023830* MOTIVO DEL ULTIMO RECHAZO, PARA EL REPORTE DE EXCEPCIONES
023856 77  WS-IMPORTE-ARTICULO         PIC 9(11)V99 VALUE ZERO.
023857 77  WS-IMPORTE-CORRIDA          PIC 9(11)V99 VALUE ZERO.
023900
023901******************************************************************
023902* TRAMOS DE PRECIO POR VOLUMEN DEL ARTICULO EN CURSO, EN ORDEN
023903* CRECIENTE DE CANTIDAD, CON EL PRECIO QUE RIGE A LA FECHA DE LA
023904* CORRIDA. CADA RENGLON SE VALORIZA AL DEL MAYOR TRAMO QUE SU
023905* CANTIDAD ALCANZA; POR DEBAJO DEL PRIMERO RIGE EL DEL MAESTRO.
023906******************************************************************
023907 77  WS-FECHA-TRAMOS             PIC 9(08) VALUE ZERO.
023908 77  WS-PRECIO-RENGLON           PIC 9(05)V99 VALUE ZERO.
023909 77  WS-TRAMO-RENGLON            PIC 9(08) VALUE ZERO.
023910 77  WS-MAX-TRAMOS               PIC 9(04) VALUE 50 COMP.
023911 77  WS-CANT-TRAMOS              PIC 9(04) VALUE ZERO COMP.
023912 77  WS-IND-TRAMOS               PIC 9(04) VALUE ZERO COMP.
023913 01  WS-TABLA-TRAMOS.
023914     05  WS-TRA-ENTRADA          OCCURS 50 TIMES.
023915         10  WS-TRA-DESDE        PIC 9(08).
023916         10  WS-TRA-PRECIO       PIC 9(05)V99.
023917 01  WS-TEXTO-TRAMO.
023918     05  FILLER                  PIC X(06) VALUE "TRAMO ".
023919     05  WS-TT-DESDE             PIC ZZZZZZZ9.
023920     05  FILLER                  PIC X(01) VALUE "+".
023921 01  WS-PRECIO-TRAMO.
023922     05  FILLER                  PIC X(03) VALUE " @ ".
023923     05  WS-PT-PRECIO            PIC ZZ,ZZ9.99.
023924     05  FILLER                  PIC X(02) VALUE SPACES.
023925     05  WS-PT-TRAMO             PIC X(15).
023926     05  FILLER                  PIC X(08) VALUE SPACES.
023927
024000 01  LIN-BLANCO                  PIC X(80) VALUE SPACES.
024100
024101 01  LIN-ENCABEZADO-1.
027307     05  LDM-RESULTADO                   PIC ZZZZZZZ9.
027308     05  FILLER                  PIC X(03) VALUE "  $".
027309     05  LDM-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99.
027310     05  LDM-PRECIO-TRAMO        PIC X(37) VALUE SPACES.
027311
027312 01  LIN-TOTAL-ARTICULO.
027313     05  FILLER                  PIC X(30) VALUE
028571             "  SIN EXCEPCIONES EN LA CORRIDA.".
028572     05  FILLER                  PIC X(48) VALUE SPACES.
028573
028574 01  LIN-DIA-NO-HABIL.
028575     05  FILLER                  PIC X(29) VALUE
028576             "*** CORRIDA EN DIA NO HABIL: ".
028577     05  LNH-MOTIVO              PIC X(30).
028578     05  FILLER                  PIC X(21) VALUE SPACES.
028579
028600 PROCEDURE DIVISION.
028700
028800******************************************************************
032300
032400     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
032500     ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
032501
032502     PERFORM 1900-VERIFICAR-DIA-CORRIDA
032503         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
032510
032520*    EL MODO DE DIVISION ES UN PASO SENSIBLE: EXIGE PERMISO EN
032530*    EL ARCHIVO DE AUTORIZACIONES.
034300     PERFORM 3050-ENCABEZADO-REPORTE
034400         THRU 3050-ENCABEZADO-REPORTE-EXIT.
034500
034501*    LA AUDITORIA SE AGREGA AUNQUE LA CORRIDA SEA NUEVA: LO
034502*    GRABADO DESDE EL ULTIMO RESGUARDO NO SE PIERDE. ARCGENERACION
034503*    LA VACIA CUANDO LA PASA A LA GENERACION DEL DIA.
034700     OPEN EXTEND ARCH-AUDITORIA.
034701     IF FS-AUDITORIA = "35"
034900         OPEN OUTPUT ARCH-AUDITORIA.
035000     IF FS-AUDITORIA NOT = "00"
035100         DISPLAY "ERROR AL ABRIR ARCHIVO DE AUDITORIA. ESTADO: "
035700         SET MAESTRO-DISPONIBLE TO TRUE
035800     ELSE
035900         SET MAESTRO-NO-DISPONIBLE TO TRUE.
035901     OPEN INPUT ARCH-TRAMOS.
035902     IF FS-TRAMOS = "00"
035903         SET TRAMOS-DISPONIBLES TO TRUE
035904     ELSE
035905         IF FS-TRAMOS = "35"
035906             SET TRAMOS-NO-DISPONIBLES TO TRUE
035907         ELSE
035908             DISPLAY "ERROR AL ABRIR LOS TRAMOS DE PRECIO. "
035909                 "ESTADO: " FS-TRAMOS
035910             MOVE 16 TO RETURN-CODE
035911             STOP RUN
035912         END-IF.
035913     MOVE WS-FECHA-CORRIDA TO WS-FECHA-TRAMOS.
036000
036100     IF CORRIDA-ES-REINICIO
036200         OPEN EXTEND ARCH-EXTENSION
040178     MOVE "DIVIS"          TO AUD-ENTRADA.
040179*    LA CORRIDA DENEGADA NO LLEGA A TOMAR NUMERO DE CORRIDA.
040180     MOVE ZERO             TO AUD-CORRIDA.
040181     MOVE SPACES           TO AUD-ORIGEN.
040182     OPEN EXTEND ARCH-AUDITORIA.
040183     IF FS-AUDITORIA = "35"
040184         OPEN OUTPUT ARCH-AUDITORIA.
040185     IF FS-AUDITORIA = "00" OR FS-AUDITORIA = "05"
040186         PERFORM 9180-GRABAR-SELLADO THRU 9180-GRABAR-SELLADO-EXIT
040187         CLOSE ARCH-AUDITORIA.
040188
040189     MOVE 12 TO RETURN-CODE.
041313     MOVE ZERO TO WS-TOTAL-RECHAZOS.
041330     MOVE ZERO TO WS-TOTAL-DESBORDES.
041400     MOVE ZERO TO WS-TOTAL-RESULTADO.
041401     MOVE ZERO TO WS-SUMA-COCIENTES.
041402     MOVE ZERO TO WS-SUMA-RESTOS.
041500
041600     IF MODO-LOTE-ACTIVO
041700         OPEN INPUT ARCH-CHECKPOINT
042746                        TO WS-IMPORTE-CORRIDA
042800                     MOVE CHECK-REG-TOTAL-RESULTADO
042900                         TO WS-TOTAL-RESULTADO
042901                     MOVE CHECK-REG-SUMA-COCIENTES
042902                        TO WS-SUMA-COCIENTES
042903                     MOVE CHECK-REG-SUMA-RESTOS
042904                        TO WS-SUMA-RESTOS
043000             END-READ
043100             CLOSE ARCH-CHECKPOINT.
043200
047200 1075-DESCARTAR-UN-REGISTRO-EXIT.
047300     EXIT.
047400
047401******************************************************************
047402* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
047403* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
047404* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
047405******************************************************************
047406 1900-VERIFICAR-DIA-CORRIDA.
047407
047408     OPEN INPUT ARCH-CALENDARIO.
047409     IF FS-CALENDARIO = "35"
047410         SET CALENDARIO-NO-DISPONIBLE TO TRUE
047411     ELSE
047412         IF FS-CALENDARIO NOT = "00"
047413             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
047414                 FS-CALENDARIO
047415             MOVE 16 TO RETURN-CODE
047416             STOP RUN
047417         END-IF.
047418
047419     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
047420     PERFORM 1950-VERIFICAR-DIA-HABIL
047421         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
047422     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
047423     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
047424
047425     IF CALENDARIO-DISPONIBLE
047426         CLOSE ARCH-CALENDARIO.
047427
047428 1900-VERIFICAR-DIA-CORRIDA-EXIT.
047429     EXIT.
047430
047431******************************************************************
047432* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
047433* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
047434* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
047435******************************************************************
047436 1950-VERIFICAR-DIA-HABIL.
047437
047438     SET DIA-HABIL TO TRUE.
047439     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
047440
047441     COMPUTE WS-ENTERO-HABIL =
047442         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
047443     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
047444         REMAINDER WS-DIA-SEMANA.
047445
047446     IF WS-DIA-SEMANA = 6
047447         SET DIA-NO-HABIL TO TRUE
047448         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
047449         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
047450
047451     IF WS-DIA-SEMANA = 0
047452         SET DIA-NO-HABIL TO TRUE
047453         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
047454         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
047455
047456     IF CALENDARIO-NO-DISPONIBLE
047457         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
047458
047459     MOVE WS-FECHA-HABIL TO CAL-FECHA.
047460     READ ARCH-CALENDARIO
047461         INVALID KEY
047462             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
047463     END-READ.
047464
047465     IF FS-CALENDARIO NOT = "00"
047466         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
047467             FS-CALENDARIO
047468         MOVE 16 TO RETURN-CODE
047469         STOP RUN.
047470
047471     SET DIA-NO-HABIL TO TRUE.
047472     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
047473
047474 1950-VERIFICAR-DIA-HABIL-EXIT.
047475     EXIT.
047476
047500******************************************************************
047600* 2000-PROCESO-PRINCIPAL - UNA VUELTA DEL PROGRAMA: OBTIENE UN
047700* NUMERO (DE LOTE O DE TERMINAL) Y MUESTRA SU TABLA.
052501             STOP RUN
052600         END-IF
052700         MOVE ENT-VALOR TO WS-ENTRADA-NUMERO
052701         MOVE ENT-ORIGEN TO WS-ORIGEN-ENTRADA
052800         ADD 1 TO WS-CONTADOR-REGISTROS
052900     ELSE
053000         DISPLAY "Para salir introduce 'salir'"
053600         END-IF
053700         DISPLAY "INTRODUCE UN NUMERO."
053800         ACCEPT WS-ENTRADA-NUMERO
053801         MOVE "TERMINAL" TO WS-ORIGEN-ENTRADA
053900     END-IF.
054000
054100 2100-OBTENER-NUMERO-EXIT.
057004     MOVE ZERO TO WS-PRECIO-UNITARIO.
057005     MOVE WS-RANGO-BAJO TO WS-RANGO-BAJO-ENT.
057006     MOVE WS-RANGO-ALTO TO WS-RANGO-ALTO-ENT.
057007     MOVE SPACES TO WS-CODIGO-ENTRADA.
057008     MOVE ZERO TO WS-CANT-TRAMOS.
057009     SET ARTICULO-NO-VALORIZADO TO TRUE.
057100
057200     IF WS-ENTRADA-NUMERO = SPACES
057300         DISPLAY "ENTRADA EN BLANCO. VUELVA A INTENTAR."
063008                 MOVE ART-RANGO-BAJO TO WS-RANGO-BAJO-ENT
063009                 MOVE ART-RANGO-ALTO TO WS-RANGO-ALTO-ENT
063010             END-IF
063011             MOVE ART-CODIGO          TO WS-CODIGO-ENTRADA
063012             PERFORM 2260-CARGAR-TRAMOS
063013                 THRU 2260-CARGAR-TRAMOS-EXIT
063014             IF WS-PRECIO-UNITARIO > ZERO
063015                     OR WS-CANT-TRAMOS > ZERO
063016                 SET ARTICULO-VALORIZADO TO TRUE
063017             END-IF
063300             SET NUMERO-ES-VALIDO     TO TRUE
063400     END-READ.
063500
063600 2250-RESOLVER-CODIGO-ARTICULO-EXIT.
063700     EXIT.
063800
063801******************************************************************
063802* 2260-CARGAR-TRAMOS - CARGA LOS TRAMOS DE PRECIO POR VOLUMEN DEL
063803* ARTICULO CON EL PRECIO QUE RIGE A LA FECHA DE LA CORRIDA. SIN
063804* ARCHIVO DE TRAMOS TODO EL ARTICULO SE VALORIZA AL PRECIO DEL
063805* MAESTRO, COMO HASTA AHORA.
063806******************************************************************
063807 2260-CARGAR-TRAMOS.
063808
063809     MOVE ZERO TO WS-CANT-TRAMOS.
063810
063811     IF TRAMOS-NO-DISPONIBLES
063812         GO TO 2260-CARGAR-TRAMOS-EXIT.
063813
063814     MOVE ART-CODIGO TO TPR-CODIGO.
063815     MOVE ZERO       TO TPR-DESDE.
063816     SET NO-FIN-DE-TRAMOS TO TRUE.
063817
063818     START ARCH-TRAMOS KEY IS NOT < TPR-CLAVE
063819         INVALID KEY
063820             GO TO 2260-CARGAR-TRAMOS-EXIT
063821     END-START.
063822
063823     PERFORM 2265-LEER-TRAMO THRU 2265-LEER-TRAMO-EXIT
063824         UNTIL FIN-DE-TRAMOS.
063825
063826 2260-CARGAR-TRAMOS-EXIT.
063827     EXIT.
063828
063829******************************************************************
063830* 2265-LEER-TRAMO - LEE EL SIGUIENTE TRAMO Y, SI ES DEL ARTICULO Y
063831* YA RIGE, LO AGREGA A LA TABLA CON SU PRECIO VIGENTE.
063832******************************************************************
063833 2265-LEER-TRAMO.
063834
063835     READ ARCH-TRAMOS NEXT RECORD
063836         AT END
063837             SET FIN-DE-TRAMOS TO TRUE
063838             GO TO 2265-LEER-TRAMO-EXIT
063839     END-READ.
063840
063841     IF FS-TRAMOS NOT = "00"
063842         DISPLAY "ERROR AL LEER LOS TRAMOS DE PRECIO. ESTADO: "
063843             FS-TRAMOS
063844         MOVE 16 TO RETURN-CODE
063845         STOP RUN.
063846
063847     IF TPR-CODIGO NOT = ART-CODIGO
063848         SET FIN-DE-TRAMOS TO TRUE
063849         GO TO 2265-LEER-TRAMO-EXIT.
063850
063851*    UN PROXIMO PRECIO YA VIGENTE MANDA SOBRE EL ACTUAL; UN TRAMO
063852*    QUE TODAVIA NO EMPEZO A REGIR NO SE CARGA.
063853     IF TPR-FECHA-PROX > ZERO
063854             AND TPR-FECHA-PROX NOT > WS-FECHA-TRAMOS
063855         MOVE TPR-PRECIO-PROX TO WS-PRECIO-RENGLON
063856     ELSE
063857         IF TPR-FECHA-VIGENCIA NOT > WS-FECHA-TRAMOS
063858             MOVE TPR-PRECIO TO WS-PRECIO-RENGLON
063859         ELSE
063860             GO TO 2265-LEER-TRAMO-EXIT
063861         END-IF.
063862
063863     IF WS-CANT-TRAMOS NOT < WS-MAX-TRAMOS
063864         DISPLAY "CAPACIDAD DE LA TABLA DE TRAMOS EXCEDIDA."
063865         MOVE 16 TO RETURN-CODE
063866         STOP RUN.
063867
063868     ADD 1 TO WS-CANT-TRAMOS.
063869     MOVE TPR-DESDE         TO WS-TRA-DESDE (WS-CANT-TRAMOS).
063870     MOVE WS-PRECIO-RENGLON TO WS-TRA-PRECIO (WS-CANT-TRAMOS).
063871
063872 2265-LEER-TRAMO-EXIT.
063873     EXIT.
063874
063900******************************************************************
064000* 3000-MOSTRAR-TABLA - MUESTRA LA TABLA DE MULTIPLICAR DEL NUMERO
064100* OBTENIDO, DESDE WS-RANGO-BAJO HASTA WS-RANGO-ALTO.
065906         PERFORM 4000-CALCULOS THRU 4000-CALCULOS-EXIT
065907             UNTIL MULTIPLICADOR NOT < WS-RANGO-ALTO-ENT.
065908
065909     IF ARTICULO-VALORIZADO AND ENTRADA-MULTIPLICA
065910         MOVE WS-IMPORTE-ARTICULO TO LTA-IMPORTE
065911         WRITE LINEA-REPORTE FROM LIN-TOTAL-ARTICULO
065912         ADD 1 TO WS-LINEAS-EN-PAGINA.
068200         WRITE LINEA-REPORTE FROM LIN-BLANCO.
068300
068400     WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-1.
068401     IF CORRIDA-EN-DIA-NO-HABIL
068402         WRITE LINEA-REPORTE FROM LIN-DIA-NO-HABIL.
068410     MOVE WS-CORRIDA-ACTUAL TO LEC-CORRIDA.
068420     WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-CORRIDA.
068500     WRITE LINEA-REPORTE FROM LIN-BLANCO.
070500     MOVE RESULTADO         TO AUD-RESULTADO.
070600     MOVE SPACES            TO AUD-ENTRADA.
070610     MOVE WS-CORRIDA-ACTUAL TO AUD-CORRIDA.
070611     MOVE WS-ORIGEN-ENTRADA TO AUD-ORIGEN.
070700
070701     PERFORM 9100-SELLAR-AUDITORIA
070702         THRU 9100-SELLAR-AUDITORIA-EXIT.
070800     WRITE AUD-REG.
070801     PERFORM 9170-GUARDAR-SELLO THRU 9170-GUARDAR-SELLO-EXIT.
070900
071000 3900-REGISTRAR-AUDITORIA-EXIT.
071100     EXIT.
072800     MOVE ZERO              TO AUD-RESULTADO.
072801     MOVE WS-ENTRADA-ORIGINAL TO AUD-ENTRADA.
072802     MOVE WS-CORRIDA-ACTUAL   TO AUD-CORRIDA.
072803     MOVE WS-ORIGEN-ENTRADA   TO AUD-ORIGEN.
073000
073001     PERFORM 9100-SELLAR-AUDITORIA
073002         THRU 9100-SELLAR-AUDITORIA-EXIT.
073100     WRITE AUD-REG.
073101     PERFORM 9170-GUARDAR-SELLO THRU 9170-GUARDAR-SELLO-EXIT.
073200
073300 3950-REGISTRAR-RECHAZO-EXIT.
073400     EXIT.
075801     ADD RESULTADO TO WS-TOTAL-RESULTADO.
075802
075803*    EXTENSION MONETARIA DEL RENGLON: CANTIDAD POR PRECIO
075804*    DEL TRAMO O DEL MAESTRO, REDONDEADA AL CENTAVO.
075805     PERFORM 4210-PRECIO-RENGLON THRU 4210-PRECIO-RENGLON-EXIT.
075806     IF WS-PRECIO-RENGLON > ZERO
075807         COMPUTE WS-IMPORTE ROUNDED =
075808                 RESULTADO * WS-PRECIO-RENGLON
075809             ON SIZE ERROR
075810                 MOVE ZERO TO WS-IMPORTE
075811                 PERFORM 4060-EXCEPCION-IMPORTE
075815         ADD WS-IMPORTE TO WS-IMPORTE-CORRIDA
075816     ELSE
075817         MOVE ZERO TO WS-IMPORTE.
075818     MOVE WS-ORIGEN-ENTRADA TO EXT-ORIGEN.
075819     MOVE NUMERO        TO EXT-NUMERO.
075820     MOVE MULTIPLICADOR TO EXT-MULTIPLICADOR.
075821     MOVE RESULTADO     TO EXT-RESULTADO.
075823     MOVE WS-CORRIDA-ACTUAL TO EXT-CORRIDA.
075824     WRITE EXT-REG.
075825     ADD 1 TO WS-TOTAL-DETALLES.
075826     IF ARTICULO-VALORIZADO
075827         MOVE NUMERO        TO LDM-NUMERO
075828         MOVE MULTIPLICADOR TO LDM-MULTIPLICADOR
075829         MOVE RESULTADO     TO LDM-RESULTADO
077359         " RESTO " WS-RESTO-DIVISION.
077360
077361     MOVE WS-COCIENTE TO RESULTADO.
077362     MOVE WS-CODIGO-ENTRADA TO DIV-CODIGO.
077363     MOVE NUMERO            TO DIV-NUMERO.
077364     MOVE MULTIPLICADOR     TO DIV-DIVISOR.
077365     MOVE WS-COCIENTE       TO DIV-COCIENTE.
077366     MOVE WS-RESTO-DIVISION TO DIV-RESTO.
077367     WRITE DIV-REG.
077368     ADD 1 TO WS-TOTAL-DIVISIONES.
077369     PERFORM 4160-SUMAR-DIVISION THRU 4160-SUMAR-DIVISION-EXIT.
077370     MOVE NUMERO            TO LDV-NUMERO.
077371     MOVE MULTIPLICADOR     TO LDV-DIVISOR.
077372     MOVE WS-COCIENTE       TO LDV-COCIENTE.
077391 4150-EXCEPCION-DIVISOR-CERO-EXIT.
077392     EXIT.
077400
077401******************************************************************
077402* 4160-SUMAR-DIVISION - ACUMULA EL COCIENTE Y EL RESTO DEL RENGLON
077403* DE DIVISION RECIEN GRABADO, PARA LOS TOTALES DE CONTROL.
077404******************************************************************
077405 4160-SUMAR-DIVISION.
077406
077407     ADD WS-COCIENTE       TO WS-SUMA-COCIENTES.
077408     ADD WS-RESTO-DIVISION TO WS-SUMA-RESTOS.
077409
077410 4160-SUMAR-DIVISION-EXIT.
077411     EXIT.
077412
077413******************************************************************
077414* 4200-BUSCAR-TRAMO - SI LA CANTIDAD DEL RENGLON ALCANZA EL TRAMO,
077415* SU PRECIO PASA A SER EL DEL RENGLON. LOS TRAMOS ESTAN EN ORDEN
077416* CRECIENTE, ASI QUE QUEDA EL DEL MAYOR TRAMO ALCANZADO.
077417******************************************************************
077418 4200-BUSCAR-TRAMO.
077419
077420     IF WS-TRA-DESDE (WS-IND-TRAMOS) > RESULTADO
077421         GO TO 4200-BUSCAR-TRAMO-EXIT.
077422
077423     MOVE WS-TRA-PRECIO (WS-IND-TRAMOS) TO WS-PRECIO-RENGLON.
077424     MOVE WS-TRA-DESDE (WS-IND-TRAMOS)  TO WS-TRAMO-RENGLON.
077425
077426 4200-BUSCAR-TRAMO-EXIT.
077427     EXIT.
077428
077429******************************************************************
077430* 4210-PRECIO-RENGLON - TOMA EL PRECIO DEL RENGLON: EL DEL MAYOR
077431* TRAMO POR VOLUMEN QUE SU CANTIDAD ALCANZA O, SI NO ALCANZA
077432* NINGUNO, EL DEL MAESTRO. LO DEJA CON EL TRAMO EN LA LINEA
077433* VALORIZADA DEL REPORTE.
077434******************************************************************
077435 4210-PRECIO-RENGLON.
077436
077437     MOVE WS-PRECIO-UNITARIO TO WS-PRECIO-RENGLON.
077438     MOVE ZERO               TO WS-TRAMO-RENGLON.
077439     PERFORM 4200-BUSCAR-TRAMO THRU 4200-BUSCAR-TRAMO-EXIT
077440         VARYING WS-IND-TRAMOS FROM 1 BY 1
077441         UNTIL WS-IND-TRAMOS > WS-CANT-TRAMOS.
077442
077443     MOVE WS-PRECIO-RENGLON TO WS-PT-PRECIO.
077444     IF WS-TRAMO-RENGLON > ZERO
077445         MOVE WS-TRAMO-RENGLON TO WS-TT-DESDE
077446         MOVE WS-TEXTO-TRAMO   TO WS-PT-TRAMO
077447     ELSE
077448         MOVE "PRECIO BASE"    TO WS-PT-TRAMO.
077449     MOVE WS-PRECIO-TRAMO TO LDM-PRECIO-TRAMO.
077450
077451 4210-PRECIO-RENGLON-EXIT.
077452     EXIT.
077453
077500******************************************************************
077600* 5000-GRABAR-CHECKPOINT - GRABA LA CANTIDAD DE REGISTROS DEL
077700* ARCHIVO DE NUMEROS PROCESADOS HASTA EL MOMENTO, DEJANDO EL
078322     MOVE WS-TOTAL-DIVISIONES   TO CHECK-REG-TOTAL-DIVISIONES.
078323     MOVE WS-IMPORTE-CORRIDA    TO CHECK-REG-TOTAL-IMPORTE.
078400     MOVE WS-TOTAL-RESULTADO    TO CHECK-REG-TOTAL-RESULTADO.
078401     MOVE WS-SUMA-COCIENTES     TO CHECK-REG-SUMA-COCIENTES.
078402     MOVE WS-SUMA-RESTOS        TO CHECK-REG-SUMA-RESTOS.
078500     OPEN OUTPUT ARCH-CHECKPOINT.
078600     IF FS-CHECKPOINT NOT = "00"
078700         DISPLAY "ERROR AL ABRIR EL CHECKPOINT. ESTADO: "
081010
081020     PERFORM 8030-GRABAR-CONTROLES
081030         THRU 8030-GRABAR-CONTROLES-EXIT.
081031
081032     PERFORM 8045-GRABAR-CONTROL-DIVISION
081033         THRU 8045-GRABAR-CONTROL-DIVISION-EXIT.
081100
081200     CLOSE ARCH-NUMEROS.
081300     CLOSE REPORTE.
081600
081700     IF MAESTRO-DISPONIBLE
081800         CLOSE MAESTRO-ARTICULOS.
081801     IF TRAMOS-DISPONIBLES
081802         CLOSE ARCH-TRAMOS.
081900
082000     IF MODO-LOTE-ACTIVO
082100         PERFORM 8020-LIMPIAR-CHECKPOINT
085621     MOVE ZERO TO CHECK-REG-TOTAL-DESBORDES.
085622     MOVE ZERO TO CHECK-REG-TOTAL-DIVISIONES.
085623     MOVE ZERO TO CHECK-REG-TOTAL-IMPORTE.
085624     MOVE ZERO TO CHECK-REG-SUMA-COCIENTES.
085625     MOVE ZERO TO CHECK-REG-SUMA-RESTOS.
085700     MOVE ZERO TO CHECK-REG-TOTAL-RESULTADO.
085800     OPEN OUTPUT ARCH-CHECKPOINT.
085900     IF FS-CHECKPOINT NOT = "00"
087519 8040-CERRAR-EXCEPCIONES-EXIT.
087520     EXIT.
087521
087522******************************************************************
087523* 8045-GRABAR-CONTROL-DIVISION - GRABA LOS TOTALES DE CONTROL DE
087524* LAS DIVISIONES DE LA CORRIDA (CANTIDAD DE RENGLONES, SUMA DE
087525* COCIENTES Y SUMA DE RESTOS) EN EL ARCHIVO DIVCTL. SE GRABA
087526* SIEMPRE, AUNQUE LA CORRIDA NO HAYA DIVIDIDO NADA, PARA QUE EL
087527* AVISO DE FRACCIONAMIENTO CUADRE CONTRA ESTA MISMA CORRIDA.
087528******************************************************************
087529 8045-GRABAR-CONTROL-DIVISION.
087530
087531     MOVE WS-FECHA-CORRIDA    TO DCT-FECHA.
087532     MOVE WS-CORRIDA-ACTUAL   TO DCT-CORRIDA.
087533     MOVE WS-TOTAL-DIVISIONES TO DCT-TOTAL-DIVISIONES.
087534     MOVE WS-SUMA-COCIENTES   TO DCT-SUMA-COCIENTES.
087535     MOVE WS-SUMA-RESTOS      TO DCT-SUMA-RESTOS.
087536
087537     OPEN OUTPUT ARCH-CONTROL-DIV.
087538     IF FS-CONTROL-DIV NOT = "00"
087539         DISPLAY "ERROR AL ABRIR EL CONTROL DE DIVISIONES. "
087540             "ESTADO: " FS-CONTROL-DIV
087541         MOVE 16 TO RETURN-CODE
087542         STOP RUN.
087543
087544     WRITE DCT-REG.
087545     IF FS-CONTROL-DIV NOT = "00"
087546         DISPLAY "ERROR AL GRABAR EL CONTROL DE DIVISIONES. "
087547             "ESTADO: " FS-CONTROL-DIV
087548         MOVE 16 TO RETURN-CODE
087549         STOP RUN.
087550
087551     CLOSE ARCH-CONTROL-DIV.
087552
087553 8045-GRABAR-CONTROL-DIVISION-EXIT.
087554     EXIT.
087555
087556******************************************************************
087557* 9100-SELLAR-AUDITORIA - NUMERA EL REGISTRO DE AUDITORIA YA
087558* ARMADO CON LA SECUENCIA SIGUIENTE Y LE CALCULA EL VERIFICADOR
087559* ENCADENADO CON EL DEL REGISTRO ANTERIOR. LA ULTIMA SECUENCIA Y
087560* EL ULTIMO VERIFICADOR SALEN DEL CONTROL DE SELLADO, COMUN A
087561* TODOS LOS PROGRAMAS QUE GRABAN AUDITORIA.
087562******************************************************************
087563 9100-SELLAR-AUDITORIA.
087564
087565     IF SELLO-NO-CARGADO
087566         PERFORM 9110-CARGAR-SELLO THRU 9110-CARGAR-SELLO-EXIT.
087567
087568     ADD 1 TO WS-SELLO-SECUENCIA.
087569     MOVE WS-SELLO-SECUENCIA TO AUD-SECUENCIA.
087570     MOVE ZERO               TO AUD-VERIFICADOR.
087571     MOVE AUD-REG            TO WS-SELLO-REGISTRO.
087572
087573     PERFORM 9150-ACUMULAR-CARACTER
087574         THRU 9150-ACUMULAR-CARACTER-EXIT
087575         VARYING WS-SELLO-IND FROM 1 BY 1
087576         UNTIL WS-SELLO-IND > WS-SELLO-LARGO.
087577
087578     MOVE WS-SELLO-VERIFICADOR TO AUD-VERIFICADOR.
087579
087580 9100-SELLAR-AUDITORIA-EXIT.
087581     EXIT.
087582
087583******************************************************************
087584* 9110-CARGAR-SELLO - LEE DEL CONTROL DE SELLADO LA ULTIMA
087585* SECUENCIA Y EL ULTIMO VERIFICADOR. SIN CONTROL EL SELLADO
087586* EMPIEZA DE CERO Y LA FECHA DEL REGISTRO QUEDA COMO INICIO DEL
087587* RASTRO SELLADO.
087588******************************************************************
087589 9110-CARGAR-SELLO.
087590
087591     MOVE ZERO      TO WS-SELLO-SECUENCIA.
087592     MOVE ZERO      TO WS-SELLO-VERIFICADOR.
087593     MOVE AUD-FECHA TO WS-SELLO-FECHA-INICIO.
087594     SET SELLO-CARGADO TO TRUE.
087595
087596     OPEN INPUT ARCH-SECUENCIA-AUD.
087597     IF FS-SECUENCIA-AUD = "35"
087598         GO TO 9110-CARGAR-SELLO-EXIT.
087599     IF FS-SECUENCIA-AUD NOT = "00"
087600         DISPLAY "ERROR AL ABRIR EL CONTROL DE SELLADO. ESTADO: "
087601             FS-SECUENCIA-AUD
087602         MOVE 16 TO RETURN-CODE
087603         STOP RUN.
087604
087605     READ ARCH-SECUENCIA-AUD
087606         AT END
087607             CLOSE ARCH-SECUENCIA-AUD
087608             GO TO 9110-CARGAR-SELLO-EXIT
087609     END-READ.
087610
087611     IF FS-SECUENCIA-AUD NOT = "00"
087612         DISPLAY "ERROR AL LEER EL CONTROL DE SELLADO. ESTADO: "
087613             FS-SECUENCIA-AUD
087614         MOVE 16 TO RETURN-CODE
087615         STOP RUN.
087616
087617     MOVE ASC-SECUENCIA    TO WS-SELLO-SECUENCIA.
087618     MOVE ASC-VERIFICADOR  TO WS-SELLO-VERIFICADOR.
087619     MOVE ASC-FECHA-INICIO TO WS-SELLO-FECHA-INICIO.
087620
087621     CLOSE ARCH-SECUENCIA-AUD.
087622
087623 9110-CARGAR-SELLO-EXIT.
087624     EXIT.
087625
087626******************************************************************
087627* 9150-ACUMULAR-CARACTER - SUMA UN CARACTER DEL REGISTRO AL
087628* VERIFICADOR: EL ACUMULADO POR 31 MAS EL VALOR DEL CARACTER,
087629* MODULO 999999937. SE RECORREN LOS 87 PRIMEROS CARACTERES, TODO
087630* EL REGISTRO MENOS EL PROPIO VERIFICADOR.
087631******************************************************************
087632 9150-ACUMULAR-CARACTER.
087633
087634     MOVE WS-SELLO-CAR (WS-SELLO-IND) TO WS-SELLO-CARACTER.
087635     COMPUTE WS-SELLO-ACUMULADO =
087636         WS-SELLO-VERIFICADOR * 31 + WS-SELLO-VALOR.
087637     DIVIDE WS-SELLO-ACUMULADO BY 999999937
087638         GIVING WS-SELLO-COCIENTE REMAINDER WS-SELLO-VERIFICADOR.
087639
087640 9150-ACUMULAR-CARACTER-EXIT.
087641     EXIT.
087642
087643******************************************************************
087644* 9170-GUARDAR-SELLO - DEJA EN EL CONTROL DE SELLADO LA SECUENCIA
087645* Y EL VERIFICADOR DEL REGISTRO RECIEN GRABADO. SI LA GRABACION DE
087646* LA AUDITORIA FALLO EL NUMERO NO SE CONSUME: EL CONTROL SE VUELVE
087647* A LEER PARA EL PROXIMO REGISTRO.
087648******************************************************************
087649 9170-GUARDAR-SELLO.
087650
087651     IF FS-AUDITORIA NOT = "00"
087652         SET SELLO-NO-CARGADO TO TRUE
087653         GO TO 9170-GUARDAR-SELLO-EXIT.
087654
087655     OPEN OUTPUT ARCH-SECUENCIA-AUD.
087656     IF FS-SECUENCIA-AUD NOT = "00"
087657         DISPLAY "ERROR AL REGRABAR EL CONTROL DE SELLADO. "
087658             "ESTADO: " FS-SECUENCIA-AUD
087659         MOVE 16 TO RETURN-CODE
087660         STOP RUN.
087661
087662     MOVE WS-SELLO-SECUENCIA    TO ASC-SECUENCIA.
087663     MOVE WS-SELLO-VERIFICADOR  TO ASC-VERIFICADOR.
087664     MOVE WS-SELLO-FECHA-INICIO TO ASC-FECHA-INICIO.
087665     WRITE ASC-REG.
087666     IF FS-SECUENCIA-AUD NOT = "00"
087667         DISPLAY "ERROR AL GRABAR EL CONTROL DE SELLADO. ESTADO: "
087668             FS-SECUENCIA-AUD
087669         MOVE 16 TO RETURN-CODE
087670         STOP RUN.
087671
087672     CLOSE ARCH-SECUENCIA-AUD.
087673
087674 9170-GUARDAR-SELLO-EXIT.
087675     EXIT.
087676
087677******************************************************************
087678* 9180-GRABAR-SELLADO - SELLA EL REGISTRO DE AUDITORIA YA ARMADO,
087679* LO GRABA Y DEJA SU SECUENCIA EN EL CONTROL DE SELLADO.
087680******************************************************************
087681 9180-GRABAR-SELLADO.
087682
087683     PERFORM 9100-SELLAR-AUDITORIA
087684         THRU 9100-SELLAR-AUDITORIA-EXIT.
087685     WRITE AUD-REG.
087686     PERFORM 9170-GUARDAR-SELLO THRU 9170-GUARDAR-SELLO-EXIT.
087687
087688 9180-GRABAR-SELLADO-EXIT.
087689     EXIT.
087690
087691 END PROGRAM MULTIPLICACION.
