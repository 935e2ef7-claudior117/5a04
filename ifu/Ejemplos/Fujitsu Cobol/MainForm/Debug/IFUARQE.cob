002120*                    TABLE OVERFLOWS: A SILENT TRUNCATION
002130*                    WOULD DISABLE THE DUPLICATE-DAY CHECK
002140*                    THIS PROGRAM EXISTS TO PROVIDE.
002150*    2026-10-15 SIS  REFUSE A COUNT DATED IN A MONTH SEALED IN
002160*                    THE PERIOD-STATUS FILE IFUPER (IFUPERC).
002200******************************************************************
002300 ENVIRONMENT     DIVISION.
002400 CONFIGURATION   SECTION.
007000 01  ENT-TARJETAS-CVS        PIC 9(11)    VALUE 0.
007100 01  ENT-VALES-CVS           PIC 9(11)    VALUE 0.
007200 01  IMP-TRABAJO             PIC 9(09)V99 VALUE 0.
007210******************************************************************
007220*    PERIOD-STATUS REQUEST AREA FOR IFUPERC.
007230******************************************************************
007240 COPY IFUPERS.
007300******************************************************************
007400*    DISPLAY EDITING.
007500******************************************************************
017000         DISPLAY "IFUARQE: LA FECHA NO PUEDE SER CERO"
017100         GO TO 2000-CICLO-CARGA-EXIT
017200     END-IF.
017210     MOVE "C" TO PRS-ACCION.
017220     DIVIDE ENT-FECHA BY 100 GIVING PRS-PERIODO.
017230     MOVE "IFUARQE" TO PRS-SOLICITANTE.
017240     CALL "IFUPERC" USING PRS-SOLICITUD.
017250     IF PRS-ERROR THEN
017260         DISPLAY "IFUARQE: NO SE PUDO LEER EL ESTADO DEL PERIODO "
017270             "(IFUPER), ARQUEO RECHAZADO"
017280         GO TO 2000-CICLO-CARGA-EXIT
017290     END-IF.
017291     IF PRS-SELLADO THEN
017292         DISPLAY "IFUARQE: EL PERIODO " PRS-PERIODO
017293             " ESTA SELLADO, ARQUEO RECHAZADO "
017294             "(REABRIR CON IFUPMNT)"
017295         GO TO 2000-CICLO-CARGA-EXIT
017296     END-IF.
017300     MOVE ENT-FECHA TO CLAVE-DIA-FECHA.
017400     MOVE ENT-ESTACION TO CLAVE-DIA-ESTACION.
017500     PERFORM 5000-BUSCAR-DIA THRU 5000-BUSCAR-DIA-EXIT.
