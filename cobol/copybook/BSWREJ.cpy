               88  BSW-REJ-NOT-CONVERTIBLE     VALUE '04'.
               88  BSW-REJ-CLIENT-MISSING      VALUE '05'.
               88  BSW-REJ-CLIENT-UNKNOWN      VALUE '06'.
               88  BSW-REJ-SOURCE-CLIENT       VALUE '07'.
           05  BSW-REJ-REASON-TXT    PIC X(30).
