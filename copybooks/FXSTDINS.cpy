      *-----------------------------------------------------------
      * FXSTDINS - standing instruction record layout.
      *
      * Indexed on the 12-digit account number and a four-digit
      * instruction number within the account. Maintained by
      * SIMAINT from batch ADD/CHANGE/DELETE/SUSPEND/RESUME
      * transactions and read every night by FXSIGEN, which writes
      * each instruction due that day to FXTXNX as a transaction of
      * FX-SI-AMOUNT in FX-SI-FROM-CCY converted to FX-SI-TO-CCY.
      * The generated transaction carries UID 9nnnn, nnnn being the
      * instruction number - json_parse_prod refuses feed UIDs from
      * 90000 up, so the two can never share a posting key.
      *-----------------------------------------------------------
       01  FX-SI-REC.
           05  FX-SI-KEY.
               10  FX-SI-ACCOUNT    PIC 9(12).
               10  FX-SI-NUMBER     PIC 9(4).
           05  FX-SI-AMOUNT         PIC S9(7)V99.
           05  FX-SI-FROM-CCY       PIC X(3).
           05  FX-SI-TO-CCY         PIC X(3).
      * D every day; W weekly on the weekday in FX-SI-DAY(1),
      * 1 = Monday to 7 = Sunday; M monthly on the day of the month
      * in FX-SI-DAY(1); S on each day of the month listed in
      * FX-SI-DAY, unused entries zero. A day of the month past the
      * end of a short month falls on its last day.
           05  FX-SI-FREQUENCY      PIC X(1).
               88  FX-SI-DAILY          VALUE 'D'.
               88  FX-SI-WEEKLY         VALUE 'W'.
               88  FX-SI-MONTHLY        VALUE 'M'.
               88  FX-SI-SPECIFIC-DAYS  VALUE 'S'.
               88  FX-SI-FREQ-VALID     VALUE 'D' 'W' 'M' 'S'.
           05  FX-SI-DAYS.
               10  FX-SI-DAY        PIC 9(2) OCCURS 6 TIMES.
      * first and last dates the instruction may run, YYYYMMDD; a
      * blank end date runs until the instruction is deleted
           05  FX-SI-START-DATE     PIC X(8).
           05  FX-SI-END-DATE       PIC X(8).
           05  FX-SI-SUSPEND-FLAG   PIC X(1).
               88  FX-SI-SUSPENDED      VALUE 'Y'.
      * the business date FXSIGEN last generated this instruction -
      * an instruction is never generated twice for one date
           05  FX-SI-LAST-GEN-DATE  PIC X(8).
           05  FX-SI-ADDED-DATE     PIC X(8).
      * the last due date FXSIGEN listed as missed - each missed
      * date is reported once
           05  FX-SI-MISSED-DATE    PIC X(8).
           05  FILLER               PIC X(15).
