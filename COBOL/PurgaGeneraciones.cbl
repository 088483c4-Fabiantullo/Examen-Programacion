001920*                  FIGURAR EN EL ARCHIVO DE AUTORIZACIONES CON
001930*                  PERMISO DE DEPURACION. EL INTENTO DENEGADO
001940*                  TERMINA CON CODIGO 12 Y QUEDA EN LA AUDITORIA.
001941* 2026-10-14 JFR   SE ACOMPANIA EL ORIGEN DE LA ENTRADA EN LA
001942*                  AUDITORIA (REGISTRO DE 79).
001943* 2026-10-14 JFR   LA RETENCION PUEDE EXPRESARSE EN DIAS HABILES
001944*                  (TIPO H EN EL ARCHIVO DE CONTROL); SIN TIPO
001945*                  SIGUE EN DIAS CORRIDOS. UNA CORRIDA EN DIA NO
001946*                  HABIL QUEDA ANOTADA EN EL ENCABEZADO.
001947* 2026-10-14 JFR   CADA REGISTRO DE AUDITORIA LLEVA UNA SECUENCIA
001948*                  CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL
001949*                  DEL ANTERIOR (REGISTRO DE 96), TOMADOS DEL
001950*                  CONTROL DE SELLADO AUDSECCTL.
001951* 2026-10-14 JFR   EL REGISTRO DE AUTORIZACIONES LLEVA EL PERMISO
001952*                  DE RESGUARDO Y RESTAURACION DE LOS ARCHIVOS DE
001953*                  LA CADENA (REGISTRO DE 25).
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PURGENERACION.
004660     SELECT ARCH-AUDITORIA ASSIGN TO AUDITORIA
004670         ORGANIZATION IS LINE SEQUENTIAL
004680         FILE STATUS IS FS-AUDITORIA.
004681
004682     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
004683         ORGANIZATION IS INDEXED
004684         ACCESS MODE IS RANDOM
004685         RECORD KEY IS CAL-FECHA
004686         FILE STATUS IS FS-CALENDARIO.
004687
004688     SELECT ARCH-SECUENCIA-AUD ASSIGN TO AUDSECCTL
004689         ORGANIZATION IS LINE SEQUENTIAL
004690         FILE STATUS IS FS-SECUENCIA-AUD.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005900
006000 FD  ARCH-RETENCION
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 04 CHARACTERS.
006300 01  RET-REG.
006400     05  RET-DIAS                   PIC X(03).
006500     05  RET-DIAS-NUM REDEFINES RET-DIAS
006600                                    PIC 9(03).
006601     05  RET-TIPO                   PIC X(01).
006602         88  RET-EN-DIAS-HABILES               VALUE 'H'.
006700
006800 FD  ARCH-GENERACION
006900     LABEL RECORDS ARE STANDARD
007610
007620 FD  ARCH-AUTORIZA
007630     LABEL RECORDS ARE STANDARD
007640     RECORD CONTAINS 25 CHARACTERS.
007650 01  AUT-REG.
007660     05  AUT-OPERADOR               PIC X(20).
007670     05  AUT-MANTENIMIENTO          PIC X(01).
007680     05  AUT-LIBERACION             PIC X(01).
007690     05  AUT-DIVISION               PIC X(01).
007691     05  AUT-DEPURACION             PIC X(01).
007692     05  AUT-RESGUARDO              PIC X(01).
007693 FD  ARCH-AUDITORIA
007694     LABEL RECORDS ARE STANDARD
007695     RECORD CONTAINS 96 CHARACTERS.
007696 01  AUD-REG.
007697     05  AUD-FECHA                  PIC 9(08).
007698     05  AUD-HORA                   PIC 9(08).
007702     05  AUD-RESULTADO              PIC 9(08).
007703     05  AUD-ENTRADA                PIC X(05).
007704     05  AUD-CORRIDA                PIC 9(06).
007705     05  AUD-ORIGEN                 PIC X(10).
007706     05  AUD-SECUENCIA              PIC 9(08).
007707     05  AUD-VERIFICADOR            PIC 9(09).
007708
007709******************************************************************
007710* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
007711******************************************************************
007712 FD  ARCH-CALENDARIO
007713     LABEL RECORDS ARE STANDARD
007714     RECORD CONTAINS 40 CHARACTERS.
007715 01  CAL-REG.
007716     05  CAL-FECHA                  PIC 9(08).
007717     05  CAL-DESCRIPCION            PIC X(30).
007718     05  FILLER                     PIC X(02).
007719
007720******************************************************************
007721* CONTROL DE SELLADO DE LA AUDITORIA: ULTIMA SECUENCIA GRABADA, SU
007722* VERIFICADOR Y LA FECHA EN QUE EMPEZO EL RASTRO SELLADO
007723******************************************************************
007724 FD  ARCH-SECUENCIA-AUD
007725     LABEL RECORDS ARE STANDARD
007726     RECORD CONTAINS 25 CHARACTERS.
007727 01  ASC-REG.
007728     05  ASC-SECUENCIA              PIC 9(08).
007729     05  ASC-VERIFICADOR            PIC 9(09).
007730     05  ASC-FECHA-INICIO           PIC 9(08).
007731
007800 WORKING-STORAGE SECTION.
007900
008000******************************************************************
008540 77  WS-SW-FIN-AUTORIZA          PIC X(01) VALUE 'N'.
008550     88  FIN-DE-AUTORIZA                   VALUE 'S'.
008560     88  NO-FIN-DE-AUTORIZA                VALUE 'N'.
008561 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
008562     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
008563     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
008564 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
008565     88  DIA-HABIL                         VALUE 'S'.
008566     88  DIA-NO-HABIL                      VALUE 'N'.
008567 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
008568     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
008569     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
008570 77  WS-SW-TIPO-RETENCION        PIC X(01) VALUE 'C'.
008571     88  RETENCION-EN-HABILES              VALUE 'H'.
008572     88  RETENCION-EN-CORRIDOS             VALUE 'C'.
008573 77  WS-SW-SELLO                 PIC X(01) VALUE 'N'.
008574     88  SELLO-CARGADO                     VALUE 'S'.
008575     88  SELLO-NO-CARGADO                  VALUE 'N'.
008600
008700******************************************************************
008800* CODIGOS DE ESTADO DE ARCHIVOS
009300 77  FS-LISTADO                  PIC X(02) VALUE SPACES.
009310 77  FS-AUTORIZA                 PIC X(02) VALUE SPACES.
009320 77  FS-AUDITORIA                PIC X(02) VALUE SPACES.
009321 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
009322 77  FS-SECUENCIA-AUD            PIC X(02) VALUE SPACES.
009323
009324******************************************************************
009325* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
009326* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
009327* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
009328* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
009329******************************************************************
009330 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
009331 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
009332 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
009333 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
009334 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
009335
009336******************************************************************
009337* SELLADO DE LA AUDITORIA: CADA REGISTRO LLEVA UNA SECUENCIA
009338* CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL DEL REGISTRO
009339* ANTERIOR. EL VALOR DE CADA CARACTER SE TOMA REDEFINIENDO COMO
009340* BINARIO UN PAR DE BYTES CUYO PRIMER BYTE VALE CERO.
009341******************************************************************
009342 77  WS-SELLO-SECUENCIA          PIC 9(08) VALUE ZERO.
009343 77  WS-SELLO-VERIFICADOR        PIC 9(09) VALUE ZERO.
009344 77  WS-SELLO-FECHA-INICIO       PIC 9(08) VALUE ZERO.
009345 77  WS-SELLO-ACUMULADO          PIC 9(11) VALUE ZERO COMP.
009346 77  WS-SELLO-COCIENTE           PIC 9(11) VALUE ZERO COMP.
009347 77  WS-SELLO-IND                PIC 9(04) VALUE ZERO COMP.
009348 77  WS-SELLO-LARGO              PIC 9(04) VALUE 87 COMP.
009349 01  WS-SELLO-REGISTRO.
009350     05  WS-SELLO-CAR            PIC X(01) OCCURS 96 TIMES.
009351 01  WS-SELLO-PAR.
009352     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
009353     05  WS-SELLO-CARACTER       PIC X(01) VALUE LOW-VALUE.
009354 01  WS-SELLO-VALOR REDEFINES WS-SELLO-PAR
009355                                 PIC 9(04) COMP.
009400
009500******************************************************************
009600* RETENCION Y FECHA DE CORTE
009700******************************************************************
009800 77  WS-DIAS-RETENCION           PIC 9(03) VALUE 30.
009801 77  WS-HABILES-CONTADOS         PIC 9(03) VALUE ZERO COMP.
009900 77  WS-FECHA-ENTERA             PIC 9(07) VALUE ZERO COMP.
010000 77  WS-FECHA-CORTE              PIC 9(08) VALUE ZERO.
010100 77  WS-NOMBRE-GENERACION        PIC X(30) VALUE SPACES.
015600     05  LT-CIFRA                PIC ZZZ,ZZ9.
015700     05  FILLER                  PIC X(43) VALUE SPACES.
015800
015801 01  LIN-RETENCION.
015802     05  FILLER                  PIC X(11) VALUE "RETENCION: ".
015803     05  LR-DIAS                 PIC ZZ9.
015804     05  FILLER                  PIC X(01) VALUE SPACE.
015805     05  LR-TIPO                 PIC X(13).
015806     05  FILLER                  PIC X(52) VALUE SPACES.
015807
015808 01  LIN-DIA-NO-HABIL.
015809     05  FILLER                  PIC X(29) VALUE
015810             "*** CORRIDA EN DIA NO HABIL: ".
015811     05  LNH-MOTIVO              PIC X(30).
015812     05  FILLER                  PIC X(21) VALUE SPACES.
015813
015900 PROCEDURE DIVISION.
016000
016100******************************************************************
018700
018710     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
018720     ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
018721
018722     PERFORM 1900-VERIFICAR-DIA-CORRIDA
018723         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
018730
018740     PERFORM 1080-VERIFICAR-AUTORIZACION
018750         THRU 1080-VERIFICAR-AUTORIZACION-EXIT.
018900         THRU 1050-LEER-RETENCION-EXIT.
019000
019200
019201     IF RETENCION-EN-HABILES
019202         PERFORM 1060-CORTE-EN-HABILES
019203             THRU 1060-CORTE-EN-HABILES-EXIT
019204     ELSE
019300         COMPUTE WS-FECHA-ENTERA =
019400             FUNCTION INTEGER-OF-DATE (WS-FECHA-CORRIDA)
019500             - WS-DIAS-RETENCION
019600         COMPUTE WS-FECHA-CORTE =
019700             FUNCTION DATE-OF-INTEGER (WS-FECHA-ENTERA)
019701     END-IF.
019800
019900     PERFORM 1100-CARGAR-CATALOGO
020000         THRU 1100-CARGAR-CATALOGO-EXIT.
020900     MOVE WS-FECHA-CORTE   TO LE1-CORTE.
021000     WRITE LINEA-LISTADO FROM LIN-BLANCO.
021100     WRITE LINEA-LISTADO FROM LIN-ENCABEZADO-1.
021101     IF CORRIDA-EN-DIA-NO-HABIL
021102         WRITE LINEA-LISTADO FROM LIN-DIA-NO-HABIL.
021103     MOVE WS-DIAS-RETENCION TO LR-DIAS.
021104     IF RETENCION-EN-HABILES
021105         MOVE "DIAS HABILES" TO LR-TIPO
021106     ELSE
021107         MOVE "DIAS CORRIDOS" TO LR-TIPO.
021108     WRITE LINEA-LISTADO FROM LIN-RETENCION.
021200     WRITE LINEA-LISTADO FROM LIN-BLANCO.
021300
021400 1000-INICIALIZAR-EXIT.
021700******************************************************************
021800* 1050-LEER-RETENCION - LEE LOS DIAS DE RETENCION DEL ARCHIVO DE
021900* CONTROL. SI NO EXISTE O VIENE MAL, QUEDAN LOS 30 POR DEFECTO.
021901* CON TIPO H LOS DIAS SON HABILES; SIN TIPO, O CON C, CORRIDOS.
022000******************************************************************
022100 1050-LEER-RETENCION.
022200
022900             NOT AT END
023000                 IF RET-DIAS IS NUMERIC
023100                     MOVE RET-DIAS-NUM TO WS-DIAS-RETENCION
023101                     IF RET-EN-DIAS-HABILES
023102                         SET RETENCION-EN-HABILES TO TRUE
023103                     END-IF
023200                 END-IF
023300         END-READ
023400         CLOSE ARCH-RETENCION
024453     MOVE ZERO             TO AUD-RESULTADO.
024454     MOVE "PURGA"          TO AUD-ENTRADA.
024455     MOVE ZERO             TO AUD-CORRIDA.
024456     MOVE SPACES           TO AUD-ORIGEN.
024457     OPEN EXTEND ARCH-AUDITORIA.
024458     IF FS-AUDITORIA = "35"
024459         OPEN OUTPUT ARCH-AUDITORIA.
024460     IF FS-AUDITORIA = "00" OR FS-AUDITORIA = "05"
024461         PERFORM 9180-GRABAR-SELLADO THRU 9180-GRABAR-SELLADO-EXIT
024462         CLOSE ARCH-AUDITORIA.
024463
024464     MOVE 12 TO RETURN-CODE.
024496     EXIT.
024497
024500
024501******************************************************************
024502* 1060-CORTE-EN-HABILES - CON LA RETENCION EN DIAS HABILES, LA
024503* FECHA DE CORTE ES EL N-ESIMO DIA HABIL HACIA ATRAS DESDE LA
024504* CORRIDA: SE CONSERVAN LAS GENERACIONES DE LOS ULTIMOS N DIAS
024505* HABILES Y DE LOS NO HABILES QUE LOS ACOMPANIAN.
024506******************************************************************
024507 1060-CORTE-EN-HABILES.
024508
024509     MOVE ZERO TO WS-HABILES-CONTADOS.
024510     COMPUTE WS-FECHA-ENTERA =
024511         FUNCTION INTEGER-OF-DATE (WS-FECHA-CORRIDA).
024512
024513     PERFORM 1070-DIA-ANTERIOR
024514         THRU 1070-DIA-ANTERIOR-EXIT
024515         UNTIL WS-HABILES-CONTADOS NOT < WS-DIAS-RETENCION.
024516
024517     COMPUTE WS-FECHA-CORTE =
024518         FUNCTION DATE-OF-INTEGER (WS-FECHA-ENTERA).
024519
024520 1060-CORTE-EN-HABILES-EXIT.
024521     EXIT.
024522
024523******************************************************************
024524* 1070-DIA-ANTERIOR - RETROCEDE UN DIA Y LO CUENTA SI ES HABIL.
024525******************************************************************
024526 1070-DIA-ANTERIOR.
024527
024528     SUBTRACT 1 FROM WS-FECHA-ENTERA.
024529     COMPUTE WS-FECHA-HABIL =
024530         FUNCTION DATE-OF-INTEGER (WS-FECHA-ENTERA).
024531     PERFORM 1950-VERIFICAR-DIA-HABIL
024532         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
024533
024534     IF DIA-HABIL
024535         ADD 1 TO WS-HABILES-CONTADOS.
024536
024537 1070-DIA-ANTERIOR-EXIT.
024538     EXIT.
024539
024600******************************************************************
024700* 1100-CARGAR-CATALOGO - LEE EL CATALOGO DE GENERACIONES A LA
024800* TABLA DE TRABAJO.
030200 1150-CARGAR-ENTRADA-EXIT.
030300     EXIT.
030400
030401******************************************************************
030402* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
030403* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
030404* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
030405* EL CALENDARIO QUEDA ABIERTO PARA LAS CUENTAS DE DIAS HABILES.
030406******************************************************************
030407 1900-VERIFICAR-DIA-CORRIDA.
030408
030409     OPEN INPUT ARCH-CALENDARIO.
030410     IF FS-CALENDARIO = "35"
030411         SET CALENDARIO-NO-DISPONIBLE TO TRUE
030412     ELSE
030413         IF FS-CALENDARIO NOT = "00"
030414             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
030415                 FS-CALENDARIO
030416             MOVE 16 TO RETURN-CODE
030417             STOP RUN
030418         END-IF.
030419
030420     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
030421     PERFORM 1950-VERIFICAR-DIA-HABIL
030422         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
030423     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
030424     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
030425
030426 1900-VERIFICAR-DIA-CORRIDA-EXIT.
030427     EXIT.
030428
030429******************************************************************
030430* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
030431* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
030432* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
030433******************************************************************
030434 1950-VERIFICAR-DIA-HABIL.
030435
030436     SET DIA-HABIL TO TRUE.
030437     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
030438
030439     COMPUTE WS-ENTERO-HABIL =
030440         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
030441     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
030442         REMAINDER WS-DIA-SEMANA.
030443
030444     IF WS-DIA-SEMANA = 6
030445         SET DIA-NO-HABIL TO TRUE
030446         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
030447         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
030448
030449     IF WS-DIA-SEMANA = 0
030450         SET DIA-NO-HABIL TO TRUE
030451         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
030452         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
030453
030454     IF CALENDARIO-NO-DISPONIBLE
030455         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
030456
030457     MOVE WS-FECHA-HABIL TO CAL-FECHA.
030458     READ ARCH-CALENDARIO
030459         INVALID KEY
030460             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
030461     END-READ.
030462
030463     IF FS-CALENDARIO NOT = "00"
030464         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
030465             FS-CALENDARIO
030466         MOVE 16 TO RETURN-CODE
030467         STOP RUN.
030468
030469     SET DIA-NO-HABIL TO TRUE.
030470     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
030471
030472 1950-VERIFICAR-DIA-HABIL-EXIT.
030473     EXIT.
030474
030500******************************************************************
030600* 2000-DEPURAR-ENTRADA - DECIDE EL DESTINO DE UNA ENTRADA DEL
030700* CATALOGO: VIGENTE SE CONSERVA; VENCIDA SE BORRA, SALVO LA
044800     WRITE LINEA-LISTADO FROM LIN-TOTAL.
044900
045000     CLOSE LISTADO.
045001
045002     IF CALENDARIO-DISPONIBLE
045003         CLOSE ARCH-CALENDARIO.
045100
045200     DISPLAY "GENERACIONES ELIMINADAS....: "
045300         WS-TOTAL-ELIMINADAS.
045800
045900 8000-FINALIZAR-EXIT.
046000     EXIT.
046001
046002******************************************************************
046003* 9100-SELLAR-AUDITORIA - NUMERA EL REGISTRO DE AUDITORIA YA
046004* ARMADO CON LA SECUENCIA SIGUIENTE Y LE CALCULA EL VERIFICADOR
046005* ENCADENADO CON EL DEL REGISTRO ANTERIOR. LA ULTIMA SECUENCIA Y
046006* EL ULTIMO VERIFICADOR SALEN DEL CONTROL DE SELLADO, COMUN A
046007* TODOS LOS PROGRAMAS QUE GRABAN AUDITORIA.
046008******************************************************************
046009 9100-SELLAR-AUDITORIA.
046010
046011     IF SELLO-NO-CARGADO
046012         PERFORM 9110-CARGAR-SELLO THRU 9110-CARGAR-SELLO-EXIT.
046013
046014     ADD 1 TO WS-SELLO-SECUENCIA.
046015     MOVE WS-SELLO-SECUENCIA TO AUD-SECUENCIA.
046016     MOVE ZERO               TO AUD-VERIFICADOR.
046017     MOVE AUD-REG            TO WS-SELLO-REGISTRO.
046018
046019     PERFORM 9150-ACUMULAR-CARACTER
046020         THRU 9150-ACUMULAR-CARACTER-EXIT
046021         VARYING WS-SELLO-IND FROM 1 BY 1
046022         UNTIL WS-SELLO-IND > WS-SELLO-LARGO.
046023
046024     MOVE WS-SELLO-VERIFICADOR TO AUD-VERIFICADOR.
046025
046026 9100-SELLAR-AUDITORIA-EXIT.
046027     EXIT.
046028
046029******************************************************************
046030* 9110-CARGAR-SELLO - LEE DEL CONTROL DE SELLADO LA ULTIMA
046031* SECUENCIA Y EL ULTIMO VERIFICADOR. SIN CONTROL EL SELLADO
046032* EMPIEZA DE CERO Y LA FECHA DEL REGISTRO QUEDA COMO INICIO DEL
046033* RASTRO SELLADO.
046034******************************************************************
046035 9110-CARGAR-SELLO.
046036
046037     MOVE ZERO      TO WS-SELLO-SECUENCIA.
046038     MOVE ZERO      TO WS-SELLO-VERIFICADOR.
046039     MOVE AUD-FECHA TO WS-SELLO-FECHA-INICIO.
046040     SET SELLO-CARGADO TO TRUE.
046041
046042     OPEN INPUT ARCH-SECUENCIA-AUD.
046043     IF FS-SECUENCIA-AUD = "35"
046044         GO TO 9110-CARGAR-SELLO-EXIT.
046045     IF FS-SECUENCIA-AUD NOT = "00"
046046         DISPLAY "ERROR AL ABRIR EL CONTROL DE SELLADO. ESTADO: "
046047             FS-SECUENCIA-AUD
046048         MOVE 16 TO RETURN-CODE
046049         STOP RUN.
046050
046051     READ ARCH-SECUENCIA-AUD
046052         AT END
046053             CLOSE ARCH-SECUENCIA-AUD
046054             GO TO 9110-CARGAR-SELLO-EXIT
046055     END-READ.
046056
046057     IF FS-SECUENCIA-AUD NOT = "00"
046058         DISPLAY "ERROR AL LEER EL CONTROL DE SELLADO. ESTADO: "
046059             FS-SECUENCIA-AUD
046060         MOVE 16 TO RETURN-CODE
046061         STOP RUN.
046062
046063     MOVE ASC-SECUENCIA    TO WS-SELLO-SECUENCIA.
046064     MOVE ASC-VERIFICADOR  TO WS-SELLO-VERIFICADOR.
046065     MOVE ASC-FECHA-INICIO TO WS-SELLO-FECHA-INICIO.
046066
046067     CLOSE ARCH-SECUENCIA-AUD.
046068
046069 9110-CARGAR-SELLO-EXIT.
046070     EXIT.
046100
046101******************************************************************
046102* 9150-ACUMULAR-CARACTER - SUMA UN CARACTER DEL REGISTRO AL
046103* VERIFICADOR: EL ACUMULADO POR 31 MAS EL VALOR DEL CARACTER,
046104* MODULO 999999937. SE RECORREN LOS 87 PRIMEROS CARACTERES, TODO
046105* EL REGISTRO MENOS EL PROPIO VERIFICADOR.
046106******************************************************************
046107 9150-ACUMULAR-CARACTER.
046108
046109     MOVE WS-SELLO-CAR (WS-SELLO-IND) TO WS-SELLO-CARACTER.
046110     COMPUTE WS-SELLO-ACUMULADO =
046111         WS-SELLO-VERIFICADOR * 31 + WS-SELLO-VALOR.
046112     DIVIDE WS-SELLO-ACUMULADO BY 999999937
046113         GIVING WS-SELLO-COCIENTE REMAINDER WS-SELLO-VERIFICADOR.
046114
046115 9150-ACUMULAR-CARACTER-EXIT.
046116     EXIT.
046117
046118******************************************************************
046119* 9170-GUARDAR-SELLO - DEJA EN EL CONTROL DE SELLADO LA SECUENCIA
046120* Y EL VERIFICADOR DEL REGISTRO RECIEN GRABADO. SI LA GRABACION DE
046121* LA AUDITORIA FALLO EL NUMERO NO SE CONSUME: EL CONTROL SE VUELVE
046122* A LEER PARA EL PROXIMO REGISTRO.
046123******************************************************************
046124 9170-GUARDAR-SELLO.
046125
046126     IF FS-AUDITORIA NOT = "00"
046127         SET SELLO-NO-CARGADO TO TRUE
046128         GO TO 9170-GUARDAR-SELLO-EXIT.
046129
046130     OPEN OUTPUT ARCH-SECUENCIA-AUD.
046131     IF FS-SECUENCIA-AUD NOT = "00"
046132         DISPLAY "ERROR AL REGRABAR EL CONTROL DE SELLADO. "
046133             "ESTADO: " FS-SECUENCIA-AUD
046134         MOVE 16 TO RETURN-CODE
046135         STOP RUN.
046136
046137     MOVE WS-SELLO-SECUENCIA    TO ASC-SECUENCIA.
046138     MOVE WS-SELLO-VERIFICADOR  TO ASC-VERIFICADOR.
046139     MOVE WS-SELLO-FECHA-INICIO TO ASC-FECHA-INICIO.
046140     WRITE ASC-REG.
046141     IF FS-SECUENCIA-AUD NOT = "00"
046142         DISPLAY "ERROR AL GRABAR EL CONTROL DE SELLADO. ESTADO: "
046143             FS-SECUENCIA-AUD
046144         MOVE 16 TO RETURN-CODE
046145         STOP RUN.
046146
046147     CLOSE ARCH-SECUENCIA-AUD.
046148
046149 9170-GUARDAR-SELLO-EXIT.
046150     EXIT.
046151
046152******************************************************************
046153* 9180-GRABAR-SELLADO - SELLA EL REGISTRO DE AUDITORIA YA ARMADO,
046154* LO GRABA Y DEJA SU SECUENCIA EN EL CONTROL DE SELLADO.
046155******************************************************************
046156 9180-GRABAR-SELLADO.
046157
046158     PERFORM 9100-SELLAR-AUDITORIA
046159         THRU 9100-SELLAR-AUDITORIA-EXIT.
046160     WRITE AUD-REG.
046161     PERFORM 9170-GUARDAR-SELLO THRU 9170-GUARDAR-SELLO-EXIT.
046162
046163 9180-GRABAR-SELLADO-EXIT.
046164     EXIT.
046165
046200 END PROGRAM PURGENERACION.
