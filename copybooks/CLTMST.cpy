      * Indexed client master keyed on the 12-digit account number,
      * carrying the same fields as json_parse_prod's
      * client-extract-rec. Maintained by CLTMAINT from batch
      * ADD/CHANGE/DELETE/FREEZE/UNFRZE/CLOSE maintenance
      * transactions and upserted by
      * json_parse_prod for every accepted client-data document, so
      * a client survives a day on which no JSON document arrives
      * for them and a bad address can be corrected without
           05  CLT-MST-ADDR-CITY    PIC X(20).
           05  CLT-MST-ADDR-REGION  PIC X(20).
           05  CLT-MST-ADDR-CODE    PIC X(10).
      * pricing tier - selects the client's row on the FXSPREAD
      * markup schedule in FXCONV; blank takes the default row
           05  CLT-MST-TIER         PIC X(2).
           05  FILLER               PIC X(8).
      * one balance bucket per currency the client holds, posted
      * into by FXPOST per the rate pair's target currency. The
      * home-currency bucket mirrors CLT-MST-BALANCE, which stays
           05  CLT-MST-BUCKET OCCURS 8 TIMES.
               10  CLT-MST-BKT-CCY  PIC X(3).
               10  CLT-MST-BKT-BAL  PIC S9(9)V99 COMP-3.
      * account lifecycle - set ACTIVE on ADD, moved to FROZEN /
      * ACTIVE / CLOSED only by CLTMAINT. A frozen or closed account
      * takes no postings in FXPOST; a closed one is refused by
      * json_parse_prod. Blank is read as active, for a record
      * converted from the layout before the status existed.
           05  CLT-MST-STATUS       PIC X(1).
               88  CLT-MST-ACTIVE       VALUE 'A' ' '.
               88  CLT-MST-FROZEN       VALUE 'F'.
               88  CLT-MST-CLOSED       VALUE 'C'.
           05  CLT-MST-OPEN-DATE    PIC X(8).
      * date of the last posting FXPOST applied - the dormancy
      * report's measure of activity
           05  CLT-MST-LAST-ACTIVITY PIC X(8).
           05  FILLER               PIC X(13).
