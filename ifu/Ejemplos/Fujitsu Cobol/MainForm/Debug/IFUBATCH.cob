002115*                    BEFORE TOUCHING THE SHARED FILES, WITH A
002116*                    FEW RETRIES, AND RELEASE IT AT THE END; A
002117*                    REFUSAL ENDS THE RUN AS "COULD NOT START".
002118*    2026-10-15 SIS  RUN THE CLOSURE INTEGRITY CHECK (IFUINTG)
002119*                    AT THE END OF EVERY RUN.
002120*    2026-10-15 SIS  DESCRIBE EVERY DRIVER REFUSAL FROM THE
002121*                    ERROR CATALOG (IFUERR, VIA IFUERRC) AND
002122*                    STOP RETRYING A STATION AT ONCE ON A CODE
002123*                    THE CATALOG MARKS AS NOT WORTH A RETRY
002124*                    (FISCAL MEMORY FULL AND THE LIKE).
002190******************************************************************
002200 ENVIRONMENT     DIVISION.
002300 CONFIGURATION   SECTION.
002400 SPECIAL-NAMES.
005649 77  INTENTOS-BLOQUEO     PIC 9(02) COMP  VALUE 0.
005650 77  FECHA-HOY            PIC 9(08).
005651 COPY IFULCKS.
005652 77  REINTENTO-INUTIL-SW  PIC X(01)       VALUE "N".
005653     88  REINTENTO-INUTIL                 VALUE "S".
005654 COPY IFUERRS.
005701******************************************************************
005702*    TRADING CALENDAR LOADED FROM IFUCAL AND THE WORK FIELDS
005703*    OF THE NON-TRADING-DAY TEST.
016200*    2300-CIERRE-CON-REINTENTOS.
016300*    RETRY THE CLOSE UP TO RETRY-MAX TIMES; THE DRIVER IS
016400*    RE-INITIALIZED ON EVERY ATTEMPT SINCE A REJECTED Z COULD BE
016500*    CAUSED BY A STALE OR DISCONNECTED DRIVER SESSION. A CODE
016510*    THE ERROR CATALOG MARKS AS NOT WORTH A RETRY (THE FISCAL
016520*    MEMORY IS FULL, THE PRINTER IS OUT OF FISCAL SERVICE) ENDS
016530*    THE ATTEMPTS AT ONCE: ANOTHER TRY CAN ONLY GET THE SAME
016540*    ANSWER.
016600******************************************************************
016700 2300-CIERRE-CON-REINTENTOS.
016800     MOVE 0 TO RETRY-COUNT.
016900     MOVE "N" TO CIERRE-OK-SW.
016910     MOVE "N" TO REINTENTO-INUTIL-SW.
017000     PERFORM 2400-INTENTAR-CIERRE
017100         THRU 2400-INTENTAR-CIERRE-EXIT
017200         UNTIL CIERRE-OK OR RETRY-COUNT >= RETRY-MAX
017210             OR REINTENTO-INUTIL.
017220     IF REINTENTO-INUTIL THEN
017230         DISPLAY "IFUBATCH: " CFG-ESTACION
017240             " SIN REINTENTOS, " ERS-ACCION
017250     END-IF.
017300 2300-CIERRE-CON-REINTENTOS-EXIT.
017400     EXIT.
017500******************************************************************
019295                 returning NC-HASTA
019300             SET CIERRE-OK TO TRUE
019400         ELSE
019410             PERFORM 2450-DESCRIBIR-ERROR
019420                 THRU 2450-DESCRIBIR-ERROR-EXIT
019500             DISPLAY "IFUBATCH: " CFG-ESTACION
019600                 " CIERRE Z RECHAZADO, CODIGO " IS-OK
019610                 " " ERS-DESCRIPCION
019700         END-IF
019800     ELSE
019810         PERFORM 2450-DESCRIBIR-ERROR
019820             THRU 2450-DESCRIBIR-ERROR-EXIT
019900         DISPLAY "IFUBATCH: " CFG-ESTACION
020000             " NO SE PUDO INICIALIZAR, CODIGO " IS-OK
020010             " " ERS-DESCRIPCION
020100     END-IF.
020200 2400-INTENTAR-CIERRE-EXIT.
020300     EXIT.
020310******************************************************************
020320*    2450-DESCRIBIR-ERROR.
020330*    LOOK THE DRIVER CODE IN IS-OK UP IN THE ERROR CATALOG.
020340******************************************************************
020350 2450-DESCRIBIR-ERROR.
020360     MOVE IS-OK TO ERS-CODIGO.
020370     CALL "IFUERRC" USING ERS-SOLICITUD.
020380     IF ERS-SIN-REINTENTO THEN
020385         SET REINTENTO-INUTIL TO TRUE
020390     END-IF.
020395 2450-DESCRIBIR-ERROR-EXIT.
020398     EXIT.
020400******************************************************************
020500*    2500-REGISTRAR-RESULTADO.
020600*    APPEND A CHECKPOINT RECORD FOR THIS ATTEMPT, AND AN AUDIT
023820*    3000-FINALIZAR.
023830*    AFTER THE LAST STATION, VALIDATE THE Z SEQUENCE OF THE
023840*    WHOLE AUDIT HISTORY SO THE MORNING LOG SHOWS A GAP OR A
023850*    DUPLICATE THE SAME NIGHT IT APPEARS, AND CROSS-CHECK EVERY
023851*    CLOSURE ACROSS IFULOG, IFUAUD, IFUZDET AND IFUMST SO A
023852*    HALF-WRITTEN ONE SHOWS UP THE SAME WAY.
023860******************************************************************
023870 3000-FINALIZAR.
023880     IF CFG-FILE-STATUS = "00" OR CFG-FILE-STATUS = "10" THEN
023890         CLOSE CFG-FILE
023900     END-IF.
023910     CALL "IFUSEQZ".
023911     CALL "IFUINTG".
023920     CALL "IFUCTRL".
023921     IF BLOQUEO-TOMADO THEN
023922         MOVE "L" TO LCK-ACCION
