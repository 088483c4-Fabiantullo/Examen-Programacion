002200* 2026-09-02 JFR   PROGRAMA ORIGINAL. HASTA AHORA CORREGIR UNA
002300*                  ENTRADA MALA SIGNIFICABA EDITAR LA TRANSMISION
002400*                  CRUDA A MANO Y RECORRER TODA LA PRE-EDICION.
002401* 2026-10-14 JFR   SE ACOMPANIA EL ORIGEN EN LA AUDITORIA
002402*                  (REGISTRO DE 79): LA CORRECCION SE AUDITA CON
002403*                  ORIGEN "CORRECCION".
002404* 2026-10-14 JFR   CADA REGISTRO DE AUDITORIA LLEVA UNA SECUENCIA
002405*                  CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL
002406*                  DEL ANTERIOR (REGISTRO DE 96), TOMADOS DEL
002407*                  CONTROL DE SELLADO AUDSECCTL.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CORRIGENUM.
005300     SELECT ARCH-SOBRANTE ASSIGN TO RECICTRAB
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FS-SOBRANTE.
005501
005502     SELECT ARCH-SECUENCIA-AUD ASSIGN TO AUDSECCTL
005503         ORGANIZATION IS LINE SEQUENTIAL
005504         FILE STATUS IS FS-SECUENCIA-AUD.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
008400
008500 FD  ARCH-AUDITORIA
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 96 CHARACTERS.
008800 01  AUD-REG.
008900     05  AUD-FECHA                  PIC 9(08).
009000     05  AUD-HORA                   PIC 9(08).
009600     05  AUD-RESULTADO              PIC 9(08).
009700     05  AUD-ENTRADA                PIC X(05).
009800     05  AUD-CORRIDA                PIC 9(06).
009801     05  AUD-ORIGEN                 PIC X(10).
009802     05  AUD-SECUENCIA              PIC 9(08).
009803     05  AUD-VERIFICADOR            PIC 9(09).
009900
010000 FD  ARCH-CORRIDA
010100     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 35 CHARACTERS.
010900 01  SOB-REG                        PIC X(35).
011000
011001******************************************************************
011002* CONTROL DE SELLADO DE LA AUDITORIA: ULTIMA SECUENCIA GRABADA, SU
011003* VERIFICADOR Y LA FECHA EN QUE EMPEZO EL RASTRO SELLADO
011004******************************************************************
011005 FD  ARCH-SECUENCIA-AUD
011006     LABEL RECORDS ARE STANDARD
011007     RECORD CONTAINS 25 CHARACTERS.
011008 01  ASC-REG.
011009     05  ASC-SECUENCIA              PIC 9(08).
011010     05  ASC-VERIFICADOR            PIC 9(09).
011011     05  ASC-FECHA-INICIO           PIC 9(08).
011012
011100 WORKING-STORAGE SECTION.
011200
011300******************************************************************
012500 77  WS-SW-TABLA-LLENA           PIC X(01) VALUE 'N'.
012600     88  TABLA-LLENA                       VALUE 'S'.
012700     88  TABLA-CON-LUGAR                   VALUE 'N'.
012701 77  WS-SW-SELLO                 PIC X(01) VALUE 'N'.
012702     88  SELLO-CARGADO                     VALUE 'S'.
012703     88  SELLO-NO-CARGADO                  VALUE 'N'.
012800
012900******************************************************************
013000* CODIGOS DE ESTADO DE ARCHIVOS
013400 77  FS-AUDITORIA                PIC X(02) VALUE SPACES.
013500 77  FS-CORRIDA                  PIC X(02) VALUE SPACES.
013600 77  FS-SOBRANTE                 PIC X(02) VALUE SPACES.
013601 77  FS-SECUENCIA-AUD            PIC X(02) VALUE SPACES.
013602
013603******************************************************************
013604* SELLADO DE LA AUDITORIA: CADA REGISTRO LLEVA UNA SECUENCIA
013605* CORRELATIVA Y UN VERIFICADOR ENCADENADO CON EL DEL REGISTRO
013606* ANTERIOR. EL VALOR DE CADA CARACTER SE TOMA REDEFINIENDO COMO
013607* BINARIO UN PAR DE BYTES CUYO PRIMER BYTE VALE CERO.
013608******************************************************************
013609 77  WS-SELLO-SECUENCIA          PIC 9(08) VALUE ZERO.
013610 77  WS-SELLO-VERIFICADOR        PIC 9(09) VALUE ZERO.
013611 77  WS-SELLO-FECHA-INICIO       PIC 9(08) VALUE ZERO.
013612 77  WS-SELLO-ACUMULADO          PIC 9(11) VALUE ZERO COMP.
013613 77  WS-SELLO-COCIENTE           PIC 9(11) VALUE ZERO COMP.
013614 77  WS-SELLO-IND                PIC 9(04) VALUE ZERO COMP.
013615 77  WS-SELLO-LARGO              PIC 9(04) VALUE 87 COMP.
013616 01  WS-SELLO-REGISTRO.
013617     05  WS-SELLO-CAR            PIC X(01) OCCURS 96 TIMES.
013618 01  WS-SELLO-PAR.
013619     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
013620     05  WS-SELLO-CARACTER       PIC X(01) VALUE LOW-VALUE.
013621 01  WS-SELLO-VALOR REDEFINES WS-SELLO-PAR
013622                                 PIC 9(04) COMP.
013700
013800******************************************************************
013900* TABLA DE ENTRADAS DEL RECICLAJE. EL ESTADO DE CADA ENTRADA ES
051300     MOVE ZERO              TO AUD-RESULTADO.
051400     MOVE WS-RCY-VALOR (WS-IND-RECICLAJE) TO AUD-ENTRADA.
051500     MOVE WS-CORRIDA-ACTUAL TO AUD-CORRIDA.
051501     MOVE "CORRECCION"      TO AUD-ORIGEN.
051600
051601     PERFORM 9100-SELLAR-AUDITORIA
051602         THRU 9100-SELLAR-AUDITORIA-EXIT.
051700     WRITE AUD-REG.
051701     PERFORM 9170-GUARDAR-SELLO THRU 9170-GUARDAR-SELLO-EXIT.
051800     IF FS-AUDITORIA NOT = "00"
051900         DISPLAY "ERROR AL GRABAR LA AUDITORIA. ESTADO: "
052000             FS-AUDITORIA
072700
072800 8000-FINALIZAR-EXIT.
072900     EXIT.
072901
072902******************************************************************
072903* 9100-SELLAR-AUDITORIA - NUMERA EL REGISTRO DE AUDITORIA YA
072904* ARMADO CON LA SECUENCIA SIGUIENTE Y LE CALCULA EL VERIFICADOR
072905* ENCADENADO CON EL DEL REGISTRO ANTERIOR. LA ULTIMA SECUENCIA Y
072906* EL ULTIMO VERIFICADOR SALEN DEL CONTROL DE SELLADO, COMUN A
072907* TODOS LOS PROGRAMAS QUE GRABAN AUDITORIA.
072908******************************************************************
072909 9100-SELLAR-AUDITORIA.
072910
072911     IF SELLO-NO-CARGADO
072912         PERFORM 9110-CARGAR-SELLO THRU 9110-CARGAR-SELLO-EXIT.
072913
072914     ADD 1 TO WS-SELLO-SECUENCIA.
072915     MOVE WS-SELLO-SECUENCIA TO AUD-SECUENCIA.
072916     MOVE ZERO               TO AUD-VERIFICADOR.
072917     MOVE AUD-REG            TO WS-SELLO-REGISTRO.
072918
072919     PERFORM 9150-ACUMULAR-CARACTER
072920         THRU 9150-ACUMULAR-CARACTER-EXIT
072921         VARYING WS-SELLO-IND FROM 1 BY 1
072922         UNTIL WS-SELLO-IND > WS-SELLO-LARGO.
072923
072924     MOVE WS-SELLO-VERIFICADOR TO AUD-VERIFICADOR.
072925
072926 9100-SELLAR-AUDITORIA-EXIT.
072927     EXIT.
073000
073001******************************************************************
073002* 9110-CARGAR-SELLO - LEE DEL CONTROL DE SELLADO LA ULTIMA
073003* SECUENCIA Y EL ULTIMO VERIFICADOR. SIN CONTROL EL SELLADO
073004* EMPIEZA DE CERO Y LA FECHA DEL REGISTRO QUEDA COMO INICIO DEL
073005* RASTRO SELLADO.
073006******************************************************************
073007 9110-CARGAR-SELLO.
073008
073009     MOVE ZERO      TO WS-SELLO-SECUENCIA.
073010     MOVE ZERO      TO WS-SELLO-VERIFICADOR.
073011     MOVE AUD-FECHA TO WS-SELLO-FECHA-INICIO.
073012     SET SELLO-CARGADO TO TRUE.
073013
073014     OPEN INPUT ARCH-SECUENCIA-AUD.
073015     IF FS-SECUENCIA-AUD = "35"
073016         GO TO 9110-CARGAR-SELLO-EXIT.
073017     IF FS-SECUENCIA-AUD NOT = "00"
073018         DISPLAY "ERROR AL ABRIR EL CONTROL DE SELLADO. ESTADO: "
073019             FS-SECUENCIA-AUD
073020         MOVE 16 TO RETURN-CODE
073021         STOP RUN.
073022
073023     READ ARCH-SECUENCIA-AUD
073024         AT END
073025             CLOSE ARCH-SECUENCIA-AUD
073026             GO TO 9110-CARGAR-SELLO-EXIT
073027     END-READ.
073028
073029     IF FS-SECUENCIA-AUD NOT = "00"
073030         DISPLAY "ERROR AL LEER EL CONTROL DE SELLADO. ESTADO: "
073031             FS-SECUENCIA-AUD
073032         MOVE 16 TO RETURN-CODE
073033         STOP RUN.
073034
073035     MOVE ASC-SECUENCIA    TO WS-SELLO-SECUENCIA.
073036     MOVE ASC-VERIFICADOR  TO WS-SELLO-VERIFICADOR.
073037     MOVE ASC-FECHA-INICIO TO WS-SELLO-FECHA-INICIO.
073038
073039     CLOSE ARCH-SECUENCIA-AUD.
073040
073041 9110-CARGAR-SELLO-EXIT.
073042     EXIT.
073043
073044******************************************************************
073045* 9150-ACUMULAR-CARACTER - SUMA UN CARACTER DEL REGISTRO AL
073046* VERIFICADOR: EL ACUMULADO POR 31 MAS EL VALOR DEL CARACTER,
073047* MODULO 999999937. SE RECORREN LOS 87 PRIMEROS CARACTERES, TODO
073048* EL REGISTRO MENOS EL PROPIO VERIFICADOR.
073049******************************************************************
073050 9150-ACUMULAR-CARACTER.
073051
073052     MOVE WS-SELLO-CAR (WS-SELLO-IND) TO WS-SELLO-CARACTER.
073053     COMPUTE WS-SELLO-ACUMULADO =
073054         WS-SELLO-VERIFICADOR * 31 + WS-SELLO-VALOR.
073055     DIVIDE WS-SELLO-ACUMULADO BY 999999937
073056         GIVING WS-SELLO-COCIENTE REMAINDER WS-SELLO-VERIFICADOR.
073057
073058 9150-ACUMULAR-CARACTER-EXIT.
073059     EXIT.
073060
073061******************************************************************
073062* 9170-GUARDAR-SELLO - DEJA EN EL CONTROL DE SELLADO LA SECUENCIA
073063* Y EL VERIFICADOR DEL REGISTRO RECIEN GRABADO. SI LA GRABACION DE
073064* LA AUDITORIA FALLO EL NUMERO NO SE CONSUME: EL CONTROL SE VUELVE
073065* A LEER PARA EL PROXIMO REGISTRO.
073066******************************************************************
073067 9170-GUARDAR-SELLO.
073068
073069     IF FS-AUDITORIA NOT = "00"
073070         SET SELLO-NO-CARGADO TO TRUE
073071         GO TO 9170-GUARDAR-SELLO-EXIT.
073072
073073     OPEN OUTPUT ARCH-SECUENCIA-AUD.
073074     IF FS-SECUENCIA-AUD NOT = "00"
073075         DISPLAY "ERROR AL REGRABAR EL CONTROL DE SELLADO. "
073076             "ESTADO: " FS-SECUENCIA-AUD
073077         MOVE 16 TO RETURN-CODE
073078         STOP RUN.
073079
073080     MOVE WS-SELLO-SECUENCIA    TO ASC-SECUENCIA.
073081     MOVE WS-SELLO-VERIFICADOR  TO ASC-VERIFICADOR.
073082     MOVE WS-SELLO-FECHA-INICIO TO ASC-FECHA-INICIO.
073083     WRITE ASC-REG.
073084     IF FS-SECUENCIA-AUD NOT = "00"
073085         DISPLAY "ERROR AL GRABAR EL CONTROL DE SELLADO. ESTADO: "
073086             FS-SECUENCIA-AUD
073087         MOVE 16 TO RETURN-CODE
073088         STOP RUN.
073089
073090     CLOSE ARCH-SECUENCIA-AUD.
073091
073092 9170-GUARDAR-SELLO-EXIT.
073093     EXIT.
073094
073100 END PROGRAM CORRIGENUM.
