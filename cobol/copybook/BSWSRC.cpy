      ******************************************************************
      *    BSWSRC  --  SOURCE-SYSTEM REGISTRY RECORD
      *    ONE RECORD PER SYSTEM AUTHORIZED TO PUT A BATCH ON BSWIN,
      *    KEYED BY THE BSW-HDR-SOURCE-SYS VALUE IT SENDS AND
      *    MAINTAINED THROUGH BSWSRCMT.  BINARY-SWAP REFUSES A BATCH
      *    FROM A SOURCE NOT ON FILE OR INACTIVE, AND REJECTS A
      *    DETAIL WHOSE CLIENT IS NOT ONE THE SOURCE MAY SEND FOR
      *    (UNLESS ALL CLIENTS IS 'Y').  THE SEND DAYS, MONDAY
      *    FIRST, ARE THE DAYS BSWSRCK EXPECTS A BATCH; A SOURCE
      *    THAT SENDS ONLY ON DEMAND HAS NO SEND DAYS.  THE IN-HOUSE
      *    SOURCES BSWENTRY, BSWREWRK AND BSWGEN MUST ALSO BE ON
      *    FILE.
      ******************************************************************
       01  BSW-SRC-REC.
           05  BSW-SRC-ID            PIC X(08).
           05  BSW-SRC-NAME          PIC X(30).
           05  BSW-SRC-CONTACT       PIC X(30).
           05  BSW-SRC-ACTIVE-FLAG   PIC X(01).
               88  BSW-SRC-ACTIVE              VALUE 'Y'.
           05  BSW-SRC-SEND-DAYS.
               10  BSW-SRC-SEND-DAY  PIC X(01) OCCURS 7 TIMES.
           05  BSW-SRC-ALL-CLIENTS   PIC X(01).
               88  BSW-SRC-ANY-CLIENT          VALUE 'Y'.
           05  BSW-SRC-CLIENT-LIST.
               10  BSW-SRC-CLIENT-CD PIC X(03) OCCURS 10 TIMES.
