000001******************************************************************
000002*    IFUCTA.CPY
000003*    Ledger-account map record for CTA-FILE: which account of
000004*    the accounting system each figure of the daily journal
000005*    (IFUASI) posts to. One line per concept, either for every
000006*    station (CTA-ESTACION blank) or for one station, which
000007*    then wins over the general line. Maintained with IFUGMNT.
000008*        CTA-CONCEPTO "EF" - CASH COUNTED (IFUARQ), DEBIT.
000009*                     "TA" - CARDS (IFUARQ), DEBIT.
000010*                     "VA" - VOUCHERS (IFUARQ), DEBIT.
000011*                     "G1" - NET SALES TAXED AT 10.5%, CREDIT.
000012*                     "G2" - NET SALES TAXED AT 21%, CREDIT.
000013*                     "EX" - EXEMPT SALES, CREDIT.
000014*                     "I1" - VAT PAYABLE AT 10.5%, CREDIT.
000015*                     "I2" - VAT PAYABLE AT 21%, CREDIT.
000016*                     "DI" - CASH OVER (CREDIT) OR SHORT
000017*                            (DEBIT) AGAINST THE Z.
000018******************************************************************
000019 FD  CTA-FILE
000020     LABEL RECORDS ARE STANDARD.
000021 01  CTA-RECORD.
000022     05  CTA-CONCEPTO        PIC X(02).
000023         88  CTA-CONCEPTO-VALIDO          VALUE "EF" "TA" "VA"
000024                                                "G1" "G2" "EX"
000025                                                "I1" "I2" "DI".
000026     05  CTA-ESTACION        PIC X(10).
000027     05  CTA-CUENTA          PIC X(12).
000028     05  CTA-DESCRIPCION     PIC X(30).
