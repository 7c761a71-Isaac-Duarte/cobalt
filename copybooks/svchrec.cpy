   *> SVCHREC - service-level history record, one per month per
   *> customer (type C), per part (type P), and for the house as a
   *> whole (type H, id blank), written by SERVICE-LEVEL-REPORT. A
   *> rerun of a month replaces that month's records. Lines are the
   *> order lines first confirmed in the month plus the lines
   *> ORDER-ENTRY back-ordered whole; complete lines shipped in full
   *> on their first confirmation. Days are business days from the
   *> order date to the first shipment, over the lines that shipped
   *> anything.
    01  SERVICE-HIST-REC.
        05  SH-KEY.
            10  SH-MONTH PIC 9(6).
            10  SH-GROUP-TYPE PIC X(1).
                88  SH-GROUP-HOUSE VALUE "H".
                88  SH-GROUP-CUSTOMER VALUE "C".
                88  SH-GROUP-PART VALUE "P".
            10  SH-GROUP-ID PIC X(6).
        05  SH-LINES PIC 9(7).
        05  SH-LINES-COMPLETE PIC 9(7).
        05  SH-UNITS-ORDERED PIC 9(9).
        05  SH-UNITS-SHIPPED PIC 9(9).
        05  SH-BACK-ORDERS PIC 9(7).
        05  SH-BO-UNITS PIC 9(9).
        05  SH-DAYS-LINES PIC 9(7).
        05  SH-DAYS-TOTAL PIC 9(9).
        05  SH-DAYS-WORST PIC 9(4).
        05  SH-RUN-DATE PIC 9(8).
