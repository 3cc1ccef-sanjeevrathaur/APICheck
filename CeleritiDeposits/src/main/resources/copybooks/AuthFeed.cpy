      ******************************************************************
      *  AUTHFEED - OPERATOR AUTHORITY CHANGE FEED LAYOUT
      *
      *  FLAT, LINE-SEQUENTIAL FEED OF APPROVED CHANGES TO THE
      *  OPERATOR AUTHORITY FILE (BROPAUTH.CPY), ONE RECORD PER USER
      *  CHANGE, APPLIED BY BR2800 -
      *      A ... ADD A USER NOT YET ON FILE
      *      C ... CHANGE A USER ALREADY ON FILE - THE GRANTS, SCOPE
      *            AND DISTRICT LIST REPLACE THE OLD ONES OUTRIGHT
      *      D ... DELETE A USER, REVOKING EVERY GRANT AT ONCE
      *  UNLIKE THE ADD-OR-REFRESH REFERENCE LOADS, AN ADD FOR A USER
      *  ALREADY ON FILE OR A CHANGE/DELETE FOR ONE WHO IS NOT IS
      *  REJECTED, SO A MISKEYED USER ID NEVER QUIETLY GRANTS ACCESS.
      *  EACH GRANT IS Y OR N; SCOPE IS N (WHOLE NETWORK) OR D (THE
      *  1 TO 10 DISTRICTS LISTED, EACH ON BRANDIST).  AF-APPROVED-BY
      *  IS THE USER WHO SIGNED OFF THE CHANGE, KEPT ON THE RECORD.
      ******************************************************************
       01  AF-AUTH-FEED-RECORD.
           05  AF-ACTION                   PIC X(01).
               88  AF-ACTION-ADD           VALUE 'A'.
               88  AF-ACTION-CHANGE        VALUE 'C'.
               88  AF-ACTION-DELETE        VALUE 'D'.
           05  AF-USER-ID                  PIC X(08).
           05  AF-USER-NAME                PIC X(30).
           05  AF-ACTION-GRANTS            PIC X(07).
           05  AF-GRANT-FLAGS REDEFINES AF-ACTION-GRANTS.
               10  AF-GRANT-FLAG OCCURS 7 TIMES
                                           PIC X(01).
           05  AF-SCOPE                    PIC X(01).
           05  AF-DISTRICT-COUNT           PIC X(02).
           05  AF-DISTRICT-ID OCCURS 10 TIMES
                                           PIC X(04).
           05  AF-APPROVED-BY              PIC X(08).
