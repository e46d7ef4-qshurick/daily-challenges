      *    AND AFTER IMAGE OF THE PROFILE, SO EVERY GRANT OF
      *    AUTHORITY OR ACTIVE-FLAG FLIP IS TRACEABLE - PROFILES
      *    ARE NEVER EDITED BY HAND ANY MORE.  ON AN ADD THE
      *    BEFORE IMAGE IS SPACES.  A SUPERVISOR CLEARING A
      *    SIGN-ON LOCKOUT IS LOGGED AS ACTION 'U', WITH THE LOCK
      *    FLAG IN BOTH IMAGES.
      ******************************************************************
       01  BSW-OLOG-REC.
           05  BSW-OLOG-DATE         PIC 9(08).
           05  BSW-OLOG-ACTION-CD    PIC X(01).
               88  BSW-OLOG-ADDED              VALUE 'A'.
               88  BSW-OLOG-CHANGED            VALUE 'C'.
               88  BSW-OLOG-UNLOCKED           VALUE 'U'.
           05  BSW-OLOG-OLD-NAME     PIC X(30).
           05  BSW-OLOG-OLD-AUTH     PIC X(01).
           05  BSW-OLOG-OLD-ACTIVE   PIC X(01).
           05  BSW-OLOG-NEW-NAME     PIC X(30).
           05  BSW-OLOG-NEW-AUTH     PIC X(01).
           05  BSW-OLOG-NEW-ACTIVE   PIC X(01).
           05  BSW-OLOG-OLD-LOCK     PIC X(01).
           05  BSW-OLOG-NEW-LOCK     PIC X(01).
