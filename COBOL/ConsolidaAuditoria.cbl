001900* 2026-08-21 JFR   PROGRAMA ORIGINAL.
001910* 2026-09-02 JFR   SE ACOMPANIA LA AMPLIACION DE LA AUDITORIA CON
001920*                  EL NUMERO DE CORRIDA (REGISTRO DE 69).
001921* 2026-10-14 JFR   SE ACOMPANIA EL ORIGEN DE LA ENTRADA EN LA
001922*                  AUDITORIA (REGISTRO DE 79).
001923* 2026-10-14 JFR   SE ACOMPANIA EL SELLADO DE LA AUDITORIA CON
001924*                  SECUENCIA Y VERIFICADOR (REGISTRO DE 96).
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. CONSAUDITORIA.
005800
005900 FD  GEN-AUDITORIA
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 96 CHARACTERS.
006200 01  GEN-AUD-REG                    PIC X(96).
006300
006400 FD  HIST-MENSUAL
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 96 CHARACTERS.
006700 01  HIST-REG                       PIC X(96).
006800
006900 WORKING-STORAGE SECTION.
007000
