002016*                  FIGURAR EN EL ARCHIVO DE AUTORIZACIONES CON
002017*                  PERMISO DE LIBERACION. EL INTENTO DENEGADO
002018*                  TERMINA CON CODIGO 12 Y QUEDA EN LA AUDITORIA.
002019* 2026-10-14 JFR   SE ACOMPANIA EL ORIGEN DE LA ENTRADA EN LA
002020*                  EXTENSION Y EN LA EXTENSION LIBERADA (REGISTRO
002021*                  DE 43) Y EN LA AUDITORIA (REGISTRO DE 79).
002022* 2026-10-14 JFR   UNA CORRIDA EN DIA NO HABIL (SABADO, DOMINGO O
002023*                  FERIADO DEL CALENDARIO) QUEDA ANOTADA EN EL
002024*                  ENCABEZADO DEL REPORTE.
002025* 2026-10-14 JFR   CADA REGISTRO DE AUDITORIA LLEVA UNA SECUENCIA
002026*                  CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL
002027*                  DEL ANTERIOR (REGISTRO DE 96), TOMADOS DEL
002028*                  CONTROL DE SELLADO AUDSECCTL.
002029* 2026-10-14 JFR   EL REGISTRO DE AUTORIZACIONES LLEVA EL PERMISO
002030*                  DE RESGUARDO Y RESTAURACION DE LOS ARCHIVOS DE
002031*                  LA CADENA (REGISTRO DE 25).
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. BALEXTENSION.
004896         ORGANIZATION IS LINE SEQUENTIAL
004897         FILE STATUS IS FS-AUDITORIA.
004900
004901     SELECT ARCH-CALENDARIO ASSIGN TO CALENDARIO
004902         ORGANIZATION IS INDEXED
004903         ACCESS MODE IS RANDOM
004904         RECORD KEY IS CAL-FECHA
004905         FILE STATUS IS FS-CALENDARIO.
004906
004907     SELECT ARCH-SECUENCIA-AUD ASSIGN TO AUDSECCTL
004908         ORGANIZATION IS LINE SEQUENTIAL
004909         FILE STATUS IS FS-SECUENCIA-AUD.
004910
005000 DATA DIVISION.
005100 FILE SECTION.
005200
005300 FD  ARCH-EXTENSION
005400     LABEL RECORDS ARE STANDARD
005401     RECORD CONTAINS 43 CHARACTERS.
005402 01  EXT-REG.
005403     05  EXT-NUMERO                 PIC 9(04).
005404     05  EXT-MULTIPLICADOR          PIC 9(04).
005405     05  EXT-RESULTADO              PIC 9(08).
005406     05  EXT-IMPORTE                PIC 9(09)V99.
005407     05  EXT-CORRIDA                PIC 9(06).
005408     05  EXT-ORIGEN                 PIC X(10).
006000
006100 FD  ARCH-CONTROL
006200     LABEL RECORDS ARE STANDARD
006900
007000 FD  ARCH-LIBERADA
007100     LABEL RECORDS ARE STANDARD
007101     RECORD CONTAINS 43 CHARACTERS.
007102 01  LIB-REG                        PIC X(43).
007400
007500 FD  BALANCE
007600     LABEL RECORDS ARE STANDARD
007897
007898 FD  ARCH-AUTORIZA
007899     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 25 CHARACTERS.
007901 01  AUT-REG.
007902     05  AUT-OPERADOR               PIC X(20).
007903     05  AUT-MANTENIMIENTO          PIC X(01).
007904     05  AUT-LIBERACION             PIC X(01).
007905     05  AUT-DIVISION               PIC X(01).
007906     05  AUT-DEPURACION             PIC X(01).
007907     05  AUT-RESGUARDO              PIC X(01).
007908 FD  ARCH-AUDITORIA
007909     LABEL RECORDS ARE STANDARD
007910     RECORD CONTAINS 96 CHARACTERS.
007911 01  AUD-REG.
007912     05  AUD-FECHA                  PIC 9(08).
007913     05  AUD-HORA                   PIC 9(08).
007917     05  AUD-RESULTADO              PIC 9(08).
007918     05  AUD-ENTRADA                PIC X(05).
007919     05  AUD-CORRIDA                PIC 9(06).
007920     05  AUD-ORIGEN                 PIC X(10).
007921     05  AUD-SECUENCIA              PIC 9(08).
007922     05  AUD-VERIFICADOR            PIC 9(09).
007923
007924******************************************************************
007925* CALENDARIO DE DIAS NO HABILES (FERIADOS); LO MANTIENE MANTCALEND
007926******************************************************************
007927 FD  ARCH-CALENDARIO
007928     LABEL RECORDS ARE STANDARD
007929     RECORD CONTAINS 40 CHARACTERS.
007930 01  CAL-REG.
007931     05  CAL-FECHA                  PIC 9(08).
007932     05  CAL-DESCRIPCION            PIC X(30).
007933     05  FILLER                     PIC X(02).
007934
007935******************************************************************
007936* CONTROL DE SELLADO DE LA AUDITORIA: ULTIMA SECUENCIA GRABADA, SU
007937* VERIFICADOR Y LA FECHA EN QUE EMPEZO EL RASTRO SELLADO
007938******************************************************************
007939 FD  ARCH-SECUENCIA-AUD
007940     LABEL RECORDS ARE STANDARD
007941     RECORD CONTAINS 25 CHARACTERS.
007942 01  ASC-REG.
007943     05  ASC-SECUENCIA              PIC 9(08).
007944     05  ASC-VERIFICADOR            PIC 9(09).
007945     05  ASC-FECHA-INICIO           PIC 9(08).
007946
008000 WORKING-STORAGE SECTION.
008100
008200******************************************************************
009070 77  WS-SW-FIN-AUTORIZA          PIC X(01) VALUE 'N'.
009080     88  FIN-DE-AUTORIZA                   VALUE 'S'.
009090     88  NO-FIN-DE-AUTORIZA                VALUE 'N'.
009091 77  WS-SW-CALENDARIO            PIC X(01) VALUE 'S'.
009092     88  CALENDARIO-DISPONIBLE             VALUE 'S'.
009093     88  CALENDARIO-NO-DISPONIBLE          VALUE 'N'.
009094 77  WS-SW-DIA-HABIL             PIC X(01) VALUE 'S'.
009095     88  DIA-HABIL                         VALUE 'S'.
009096     88  DIA-NO-HABIL                      VALUE 'N'.
009097 77  WS-SW-DIA-CORRIDA           PIC X(01) VALUE 'S'.
009098     88  CORRIDA-EN-DIA-HABIL              VALUE 'S'.
009099     88  CORRIDA-EN-DIA-NO-HABIL           VALUE 'N'.
009100 77  WS-SW-SELLO                 PIC X(01) VALUE 'N'.
009101     88  SELLO-CARGADO                     VALUE 'S'.
009102     88  SELLO-NO-CARGADO                  VALUE 'N'.
009103
009200******************************************************************
009300* CODIGOS DE ESTADO DE ARCHIVOS
009400******************************************************************
009820 77  FS-CONTROL-BAL              PIC X(02) VALUE SPACES.
009830 77  FS-AUTORIZA                 PIC X(02) VALUE SPACES.
009840 77  FS-AUDITORIA                PIC X(02) VALUE SPACES.
009841 77  FS-CALENDARIO               PIC X(02) VALUE SPACES.
009842 77  FS-SECUENCIA-AUD            PIC X(02) VALUE SPACES.
009843
009844******************************************************************
009845* CALENDARIO DE DIAS NO HABILES: EL DIA DE LA SEMANA SALE DEL
009846* RESTO DE DIVIDIR POR 7 EL ENTERO DE LA FECHA (0 DOMINGO, 6
009847* SABADO). PARA PASAR LA FECHA A ENTERO NO HAY VERBO COMUN QUE
009848* ALCANCE, ASI QUE SE USAN LAS FUNCIONES DE FECHA DEL COMPILADOR.
009849******************************************************************
009850 77  WS-FECHA-HABIL              PIC 9(08) VALUE ZERO.
009851 77  WS-ENTERO-HABIL             PIC 9(07) VALUE ZERO COMP.
009852 77  WS-SEMANAS-HABIL            PIC 9(07) VALUE ZERO COMP.
009853 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO COMP.
009854 77  WS-MOTIVO-NO-HABIL          PIC X(30) VALUE SPACES.
009855
009856******************************************************************
009857* SELLADO DE LA AUDITORIA: CADA REGISTRO LLEVA UNA SECUENCIA
009858* CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL DEL REGISTRO
009859* ANTERIOR. EL VALOR DE CADA CARACTER SE TOMA REDEFINIENDO COMO
009860* BINARIO UN PAR DE BYTES CUYO PRIMER BYTE VALE CERO.
009861******************************************************************
009862 77  WS-SELLO-SECUENCIA          PIC 9(08) VALUE ZERO.
009863 77  WS-SELLO-VERIFICADOR        PIC 9(09) VALUE ZERO.
009864 77  WS-SELLO-FECHA-INICIO       PIC 9(08) VALUE ZERO.
009865 77  WS-SELLO-ACUMULADO          PIC 9(11) VALUE ZERO COMP.
009866 77  WS-SELLO-COCIENTE           PIC 9(11) VALUE ZERO COMP.
009867 77  WS-SELLO-IND                PIC 9(04) VALUE ZERO COMP.
009868 77  WS-SELLO-LARGO              PIC 9(04) VALUE 87 COMP.
009869 01  WS-SELLO-REGISTRO.
009870     05  WS-SELLO-CAR            PIC X(01) OCCURS 96 TIMES.
009871 01  WS-SELLO-PAR.
009872     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
009873     05  WS-SELLO-CARACTER       PIC X(01) VALUE LOW-VALUE.
009874 01  WS-SELLO-VALOR REDEFINES WS-SELLO-PAR
009875                                 PIC 9(04) COMP.
009900
010000******************************************************************
010100* CIFRAS DEL ARCHIVO Y CIFRAS DE CONTROL
013600     05  LV-VEREDICTO            PIC X(40).
013700     05  FILLER                  PIC X(10) VALUE SPACES.
013800
013801 01  LIN-DIA-NO-HABIL.
013802     05  FILLER                  PIC X(29) VALUE
013803             "*** CORRIDA EN DIA NO HABIL: ".
013804     05  LNH-MOTIVO              PIC X(30).
013805     05  FILLER                  PIC X(21) VALUE SPACES.
013806
013900 PROCEDURE DIVISION.
014000
014100******************************************************************
017604     PERFORM 1080-VERIFICAR-AUTORIZACION
017605         THRU 1080-VERIFICAR-AUTORIZACION-EXIT.
017606
017607     PERFORM 1900-VERIFICAR-DIA-CORRIDA
017608         THRU 1900-VERIFICAR-DIA-CORRIDA-EXIT.
017609
017610     PERFORM 1050-LEER-CORRIDA THRU 1050-LEER-CORRIDA-EXIT.
017620
017700     OPEN INPUT ARCH-CONTROL.
021583     MOVE ZERO             TO AUD-RESULTADO.
021584     MOVE "LIBER"          TO AUD-ENTRADA.
021585     MOVE ZERO             TO AUD-CORRIDA.
021586     MOVE SPACES           TO AUD-ORIGEN.
021587     OPEN EXTEND ARCH-AUDITORIA.
021588     IF FS-AUDITORIA = "35"
021589         OPEN OUTPUT ARCH-AUDITORIA.
021590     IF FS-AUDITORIA = "00" OR FS-AUDITORIA = "05"
021591         PERFORM 9180-GRABAR-SELLADO THRU 9180-GRABAR-SELLADO-EXIT
021592         CLOSE ARCH-AUDITORIA.
021593
021594     MOVE 12 TO RETURN-CODE.
021598     EXIT.
021599
021600******************************************************************
021601* 1900-VERIFICAR-DIA-CORRIDA - ABRE EL CALENDARIO DE DIAS NO
021602* HABILES Y SE FIJA SI LA CORRIDA CAE EN UNO, PARA ANOTARLO EN EL
021603* ENCABEZADO. SIN CALENDARIO SOLO CUENTAN SABADOS Y DOMINGOS.
021604******************************************************************
021605 1900-VERIFICAR-DIA-CORRIDA.
021606
021607     OPEN INPUT ARCH-CALENDARIO.
021608     IF FS-CALENDARIO = "35"
021609         SET CALENDARIO-NO-DISPONIBLE TO TRUE
021610     ELSE
021611         IF FS-CALENDARIO NOT = "00"
021612             DISPLAY "ERROR AL ABRIR EL CALENDARIO. ESTADO: "
021613                 FS-CALENDARIO
021614             MOVE 16 TO RETURN-CODE
021615             STOP RUN
021616         END-IF.
021617
021618     MOVE WS-FECHA-CORRIDA TO WS-FECHA-HABIL.
021619     PERFORM 1950-VERIFICAR-DIA-HABIL
021620         THRU 1950-VERIFICAR-DIA-HABIL-EXIT.
021621     MOVE WS-SW-DIA-HABIL    TO WS-SW-DIA-CORRIDA.
021622     MOVE WS-MOTIVO-NO-HABIL TO LNH-MOTIVO.
021623
021624     IF CALENDARIO-DISPONIBLE
021625         CLOSE ARCH-CALENDARIO.
021626
021627 1900-VERIFICAR-DIA-CORRIDA-EXIT.
021628     EXIT.
021629
021630******************************************************************
021631* 1950-VERIFICAR-DIA-HABIL - DICE SI LA FECHA DE WS-FECHA-HABIL ES
021632* HABIL. SABADOS, DOMINGOS Y LOS DIAS CARGADOS EN EL CALENDARIO NO
021633* SON HABILES; EL MOTIVO QUEDA EN WS-MOTIVO-NO-HABIL.
021634******************************************************************
021635 1950-VERIFICAR-DIA-HABIL.
021636
021637     SET DIA-HABIL TO TRUE.
021638     MOVE SPACES TO WS-MOTIVO-NO-HABIL.
021639
021640     COMPUTE WS-ENTERO-HABIL =
021641         FUNCTION INTEGER-OF-DATE (WS-FECHA-HABIL).
021642     DIVIDE WS-ENTERO-HABIL BY 7 GIVING WS-SEMANAS-HABIL
021643         REMAINDER WS-DIA-SEMANA.
021644
021645     IF WS-DIA-SEMANA = 6
021646         SET DIA-NO-HABIL TO TRUE
021647         MOVE "SABADO" TO WS-MOTIVO-NO-HABIL
021648         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
021649
021650     IF WS-DIA-SEMANA = 0
021651         SET DIA-NO-HABIL TO TRUE
021652         MOVE "DOMINGO" TO WS-MOTIVO-NO-HABIL
021653         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
021654
021655     IF CALENDARIO-NO-DISPONIBLE
021656         GO TO 1950-VERIFICAR-DIA-HABIL-EXIT.
021657
021658     MOVE WS-FECHA-HABIL TO CAL-FECHA.
021659     READ ARCH-CALENDARIO
021660         INVALID KEY
021661             GO TO 1950-VERIFICAR-DIA-HABIL-EXIT
021662     END-READ.
021663
021664     IF FS-CALENDARIO NOT = "00"
021665         DISPLAY "ERROR AL LEER EL CALENDARIO. ESTADO: "
021666             FS-CALENDARIO
021667         MOVE 16 TO RETURN-CODE
021668         STOP RUN.
021669
021670     SET DIA-NO-HABIL TO TRUE.
021671     MOVE CAL-DESCRIPCION TO WS-MOTIVO-NO-HABIL.
021672
021673 1950-VERIFICAR-DIA-HABIL-EXIT.
021674     EXIT.
021675
021680******************************************************************
021700* 2000-SUMAR-EXTENSION - LEE UN RENGLON DEL ARCHIVO DE EXTENSION,
021800* LO CUENTA Y ACUMULA SU RESULTADO.
021900******************************************************************
025400     MOVE WS-FC-ANIO TO LE1-ANIO.
025500     WRITE LINEA-BALANCE FROM LIN-BLANCO.
025600     WRITE LINEA-BALANCE FROM LIN-ENCABEZADO-1.
025601     IF CORRIDA-EN-DIA-NO-HABIL
025602         WRITE LINEA-BALANCE FROM LIN-DIA-NO-HABIL.
025700     WRITE LINEA-BALANCE FROM LIN-BLANCO.
025800
025900     MOVE "REGISTROS EN EL ARCHIVO....: " TO LC-CONCEPTO.
036486 8100-GRABAR-CONTROL-BAL-EXIT.
036487     EXIT.
036488
036489******************************************************************
036490* 9100-SELLAR-AUDITORIA - NUMERA EL REGISTRO DE AUDITORIA YA
036491* ARMADO CON LA SECUENCIA SIGUIENTE Y LE CALCULA EL VERIFICADOR
036492* ENCADENADO CON EL DEL REGISTRO ANTERIOR. LA ULTIMA SECUENCIA Y
036493* EL ULTIMO VERIFICADOR SALEN DEL CONTROL DE SELLADO, COMUN A
036494* TODOS LOS PROGRAMAS QUE GRABAN AUDITORIA.
036495******************************************************************
036496 9100-SELLAR-AUDITORIA.
036497
036498     IF SELLO-NO-CARGADO
036499         PERFORM 9110-CARGAR-SELLO THRU 9110-CARGAR-SELLO-EXIT.
036500
036501     ADD 1 TO WS-SELLO-SECUENCIA.
036502     MOVE WS-SELLO-SECUENCIA TO AUD-SECUENCIA.
036503     MOVE ZERO               TO AUD-VERIFICADOR.
036504     MOVE AUD-REG            TO WS-SELLO-REGISTRO.
036505
036506     PERFORM 9150-ACUMULAR-CARACTER
036507         THRU 9150-ACUMULAR-CARACTER-EXIT
036508         VARYING WS-SELLO-IND FROM 1 BY 1
036509         UNTIL WS-SELLO-IND > WS-SELLO-LARGO.
036510
036511     MOVE WS-SELLO-VERIFICADOR TO AUD-VERIFICADOR.
036512
036513 9100-SELLAR-AUDITORIA-EXIT.
036514     EXIT.
036515
036516******************************************************************
036517* 9110-CARGAR-SELLO - LEE DEL CONTROL DE SELLADO LA ULTIMA
036518* SECUENCIA Y EL ULTIMO VERIFICADOR. SIN CONTROL EL SELLADO
036519* EMPIEZA DE CERO Y LA FECHA DEL REGISTRO QUEDA COMO INICIO DEL
036520* RASTRO SELLADO.
036521******************************************************************
036522 9110-CARGAR-SELLO.
036523
036524     MOVE ZERO      TO WS-SELLO-SECUENCIA.
036525     MOVE ZERO      TO WS-SELLO-VERIFICADOR.
036526     MOVE AUD-FECHA TO WS-SELLO-FECHA-INICIO.
036527     SET SELLO-CARGADO TO TRUE.
036528
036529     OPEN INPUT ARCH-SECUENCIA-AUD.
036530     IF FS-SECUENCIA-AUD = "35"
036531         GO TO 9110-CARGAR-SELLO-EXIT.
036532     IF FS-SECUENCIA-AUD NOT = "00"
036533         DISPLAY "ERROR AL ABRIR EL CONTROL DE SELLADO. ESTADO: "
036534             FS-SECUENCIA-AUD
036535         MOVE 16 TO RETURN-CODE
036536         STOP RUN.
036537
036538     READ ARCH-SECUENCIA-AUD
036539         AT END
036540             CLOSE ARCH-SECUENCIA-AUD
036541             GO TO 9110-CARGAR-SELLO-EXIT
036542     END-READ.
036543
036544     IF FS-SECUENCIA-AUD NOT = "00"
036545         DISPLAY "ERROR AL LEER EL CONTROL DE SELLADO. ESTADO: "
036546             FS-SECUENCIA-AUD
036547         MOVE 16 TO RETURN-CODE
036548         STOP RUN.
036549
036550     MOVE ASC-SECUENCIA    TO WS-SELLO-SECUENCIA.
036551     MOVE ASC-VERIFICADOR  TO WS-SELLO-VERIFICADOR.
036552     MOVE ASC-FECHA-INICIO TO WS-SELLO-FECHA-INICIO.
036553
036554     CLOSE ARCH-SECUENCIA-AUD.
036555
036556 9110-CARGAR-SELLO-EXIT.
036557     EXIT.
036558
036559******************************************************************
036560* 9150-ACUMULAR-CARACTER - SUMA UN CARACTER DEL REGISTRO AL
036561* VERIFICADOR: EL ACUMULADO POR 31 MAS EL VALOR DEL CARACTER,
036562* MODULO 999999937. SE RECORREN LOS 87 PRIMEROS CARACTERES, TODO
036563* EL REGISTRO MENOS EL PROPIO VERIFICADOR.
036564******************************************************************
036565 9150-ACUMULAR-CARACTER.
036566
036567     MOVE WS-SELLO-CAR (WS-SELLO-IND) TO WS-SELLO-CARACTER.
036568     COMPUTE WS-SELLO-ACUMULADO =
036569         WS-SELLO-VERIFICADOR * 31 + WS-SELLO-VALOR.
036570     DIVIDE WS-SELLO-ACUMULADO BY 999999937
036571         GIVING WS-SELLO-COCIENTE REMAINDER WS-SELLO-VERIFICADOR.
036572
036573 9150-ACUMULAR-CARACTER-EXIT.
036574     EXIT.
036575
036576******************************************************************
036577* 9170-GUARDAR-SELLO - DEJA EN EL CONTROL DE SELLADO LA SECUENCIA
036578* Y EL VERIFICADOR DEL REGISTRO RECIEN GRABADO. SI LA GRABACION DE
036579* LA AUDITORIA FALLO EL NUMERO NO SE CONSUME: EL CONTROL SE VUELVE
036580* A LEER PARA EL PROXIMO REGISTRO.
036581******************************************************************
036582 9170-GUARDAR-SELLO.
036583
036584     IF FS-AUDITORIA NOT = "00"
036585         SET SELLO-NO-CARGADO TO TRUE
036586         GO TO 9170-GUARDAR-SELLO-EXIT.
036587
036588     OPEN OUTPUT ARCH-SECUENCIA-AUD.
036589     IF FS-SECUENCIA-AUD NOT = "00"
036590         DISPLAY "ERROR AL REGRABAR EL CONTROL DE SELLADO. "
036591             "ESTADO: " FS-SECUENCIA-AUD
036592         MOVE 16 TO RETURN-CODE
036593         STOP RUN.
036594
036595     MOVE WS-SELLO-SECUENCIA    TO ASC-SECUENCIA.
036596     MOVE WS-SELLO-VERIFICADOR  TO ASC-VERIFICADOR.
036597     MOVE WS-SELLO-FECHA-INICIO TO ASC-FECHA-INICIO.
036598     WRITE ASC-REG.
036599     IF FS-SECUENCIA-AUD NOT = "00"
036600         DISPLAY "ERROR AL GRABAR EL CONTROL DE SELLADO. ESTADO: "
036601             FS-SECUENCIA-AUD
036602         MOVE 16 TO RETURN-CODE
036603         STOP RUN.
036604
036605     CLOSE ARCH-SECUENCIA-AUD.
036606
036607 9170-GUARDAR-SELLO-EXIT.
036608     EXIT.
036609
036610******************************************************************
036611* 9180-GRABAR-SELLADO - SELLA EL REGISTRO DE AUDITORIA YA ARMADO,
036612* LO GRABA Y DEJA SU SECUENCIA EN EL CONTROL DE SELLADO.
036613******************************************************************
036614 9180-GRABAR-SELLADO.
036615
036616     PERFORM 9100-SELLAR-AUDITORIA
036617         THRU 9100-SELLAR-AUDITORIA-EXIT.
036618     WRITE AUD-REG.
036619     PERFORM 9170-GUARDAR-SELLO THRU 9170-GUARDAR-SELLO-EXIT.
036620
036621 9180-GRABAR-SELLADO-EXIT.
036622     EXIT.
036623
036624 END PROGRAM BALEXTENSION.
