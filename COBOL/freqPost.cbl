001978*                ARE NETTED OUT UPSTREAM BY THE SORT STEP AND
001979*                ONE REACHING THIS POST IS COUNTED AND FLAGGED
001981*                ON THE CONSOLE.
001982* 10/15/26  RH   NUMOUT DETAILS NOW CARRY THE CURRENCY CODE AND
001983*                ORIGINAL AMOUNT BEHIND THE BASE-CURRENCY
001984*                RECORD (LRECL 50).  THE MASTER IS STILL KEYED
001985*                ON THE FIRST 30 BYTES, SO VALUES POST IN BASE
001986*                CURRENCY AND THE MASTER LAYOUT IS UNCHANGED.
002000*---------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
004210     02  PH-RECORD-TYPE      PIC X(01).
004220     02  PH-RUN-DATE         PIC 9(08).
004230     02  PH-RUN-ID           PIC X(08).
004240     02  FILLER              PIC X(33).
004250 01  POST-INPUT-RECORD.
004260     02  PI-RECORD-TYPE      PIC X(01).
004300     02  PI-RECORD-DATA      PIC X(30).
004310     02  PI-CURRENCY-DATA    PIC X(14).
004400     02  PI-OCCUR-COUNT      PIC 9(05).
004500     02  PI-OCCUR-COUNT-X    REDEFINES PI-OCCUR-COUNT
004600                             PIC X(05).
