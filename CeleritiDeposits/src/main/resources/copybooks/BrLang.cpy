      ******************************************************************
      *  BRLANG - BRANCH LANGUAGE REFERENCE TABLE
      *
      *  THE FIXED LIST OF LANGUAGE CODES A BRANCH CAN BE FLAGGED WITH
      *  IN AT-LANGUAGE-CD (BRATTR.CPY) AND THAT A CALLER CAN ASK FOR
      *  IN RQ-LANGUAGE (BRANCHES.CPY).  THREE-LETTER CODES AFTER THE
      *  ISO 639-2 LIST.  BR3200 AND BR3300 VALIDATE AGAINST IT, BR0100
      *  VALIDATES RQ-LANGUAGE AGAINST IT BEFORE SEARCHING, AND BR1600
      *  EXPANDS EACH CODE TO ITS DESCRIPTION ON THE ATT ROW.
      *
      *  ADD NEW CODES AT THE END AND BUMP THE OCCURS/LOOP LIMIT BELOW
      *  TO MATCH - CODES ARE NEVER REUSED OR MOVED ONCE ISSUED.
      ******************************************************************
       01  BR-LANG-CATALOG-DATA.
           05  FILLER PIC X(28) VALUE
               'ENGENGLISH                  '.
           05  FILLER PIC X(28) VALUE
               'SPASPANISH                  '.
           05  FILLER PIC X(28) VALUE
               'FREFRENCH                   '.
           05  FILLER PIC X(28) VALUE
               'GERGERMAN                   '.
           05  FILLER PIC X(28) VALUE
               'ITAITALIAN                  '.
           05  FILLER PIC X(28) VALUE
               'PORPORTUGUESE               '.
           05  FILLER PIC X(28) VALUE
               'POLPOLISH                   '.
           05  FILLER PIC X(28) VALUE
               'RUSRUSSIAN                  '.
           05  FILLER PIC X(28) VALUE
               'ARAARABIC                   '.
           05  FILLER PIC X(28) VALUE
               'HINHINDI                    '.
           05  FILLER PIC X(28) VALUE
               'CHICHINESE                  '.
           05  FILLER PIC X(28) VALUE
               'VIEVIETNAMESE               '.
           05  FILLER PIC X(28) VALUE
               'KORKOREAN                   '.
           05  FILLER PIC X(28) VALUE
               'JPNJAPANESE                 '.
           05  FILLER PIC X(28) VALUE
               'TGLTAGALOG                  '.
           05  FILLER PIC X(28) VALUE
               'ASEAMERICAN SIGN LANGUAGE   '.
       01  BR-LANG-CATALOG-TABLE REDEFINES BR-LANG-CATALOG-DATA.
           05  BR-LANG-CATALOG-ENTRY OCCURS 16 TIMES.
               10  BR-LANG-CODE            PIC X(03).
               10  BR-LANG-DESC            PIC X(25).
