000001******************************************************************
000002*    IFULIQ.CPY
000003*    Card-settlement record for LIQ-FILE: one line per batch the
000004*    card processor paid, taken in from its daily settlement
000005*    file by IFULIQI, so the card takings keyed in the cash
000006*    count (ARQ-TARJETAS) can be reconciled by IFUTARJ against
000007*    what was actually paid. LIQ-FECHA-PAGO is the processor's
000008*    settlement day (one file per day); LIQ-FECHA is the sales
000009*    day the batch was closed at the station.
000010******************************************************************
000011 FD  LIQ-FILE
000012     LABEL RECORDS ARE STANDARD.
000013 01  LIQ-RECORD.
000014     05  LIQ-FECHA-PAGO      PIC 9(08).
000015     05  LIQ-ESTACION        PIC X(10).
000016     05  LIQ-LOTE            PIC 9(06).
000017     05  LIQ-FECHA           PIC 9(08).
000018     05  LIQ-IMPORTE         PIC S9(09)V99.
