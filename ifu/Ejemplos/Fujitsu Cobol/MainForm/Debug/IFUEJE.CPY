000001******************************************************************
000002*    IFUEJE.CPY
000003*    End-of-day step ledger for EJE-FILE, appended by the chain
000004*    driver IFUEOD and viewed with IFUVEJE. EJE-NOCHE is the
000005*    business day the chain runs for and EJE-INTENTO numbers
000006*    the driver executions for that night (1 the first run, 2
000007*    the first rerun and so on). A step that runs gets a start
000008*    line ("I") the moment it is called and an end line ("F")
000009*    with the return code and the outcome when it comes back;
000010*    a start line without an end line is a step that never
000011*    came back. A step not run because a prerequisite did not
000012*    end correctly gets only an end line with outcome "S" and
000013*    the blocking step in EJE-PREVIO. A rerun reads the ledger
000014*    and does not repeat a step whose last outcome that night
000015*    is "O".
000016*        EJE-RESULTADO "O" - ENDED CORRECTLY.
000017*                      "F" - RETURN CODE ABOVE THE STEP'S LIMIT.
000018*                      "S" - SKIPPED, PREREQUISITE NOT DONE.
000019******************************************************************
000020 FD  EJE-FILE
000021     LABEL RECORDS ARE STANDARD.
000022 01  EJE-RECORD.
000023     05  EJE-NOCHE           PIC 9(08).
000024     05  EJE-INTENTO         PIC 9(03).
000025     05  EJE-PASO            PIC 9(03).
000026     05  EJE-PROGRAMA        PIC X(08).
000027     05  EJE-TIPO            PIC X(01).
000028         88  EJE-INICIO                   VALUE "I".
000029         88  EJE-FIN                      VALUE "F".
000030     05  EJE-FECHA           PIC 9(08).
000031     05  EJE-HORA            PIC 9(08).
000032     05  EJE-RETORNO         PIC 9(03).
000033     05  EJE-RESULTADO       PIC X(01).
000034         88  EJE-CORRECTO                 VALUE "O".
000035         88  EJE-FALLIDO                  VALUE "F".
000036         88  EJE-SALTEADO                 VALUE "S".
000037     05  EJE-PREVIO          PIC 9(03).
