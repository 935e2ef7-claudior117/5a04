000001******************************************************************
000002*    IFUEODS.CPY
000003*    Parameter area the end-of-day driver IFUEOD hands to the
000004*    reports it calls (IFURECON, IFUDOCS, IFUARQR). It is
000005*    EXTERNAL, so the called program sees the driver's copy
000006*    without a USING and still runs on its own exactly as
000007*    before: only when EOD-MARCA carries the driver's mark does
000008*    it take the night's date range and the step's limit in
000009*    centavos from here instead of asking the operator. IFUEOD
000010*    clears the mark as soon as each call returns.
000011******************************************************************
000012 01  EOD-SOLICITUD EXTERNAL.
000013     05  EOD-MARCA           PIC X(08).
000014         88  EOD-EN-CADENA                VALUE "IFUEOD".
000015     05  EOD-FECHA-DESDE     PIC 9(08).
000016     05  EOD-FECHA-HASTA     PIC 9(08).
000017     05  EOD-LIMITE          PIC 9(07).
