               '0028EDISTRICT NOT ON FILE                    '.
           05  FILLER PIC X(45) VALUE
               '0029ISERVICE FILES RELEASED                  '.
           05  FILLER PIC X(45) VALUE
               '0030ETIME ZONE NOT ON FILE                   '.
           05  FILLER PIC X(45) VALUE
               '0031ECOORDINATES FAR FROM POSTAL CENTROID    '.
           05  FILLER PIC X(45) VALUE
               '0032ICHANGE SCHEDULED FOR EFFECTIVE DATE     '.
           05  FILLER PIC X(45) VALUE
               '0033EINVALID EFFECTIVE DATE                  '.
           05  FILLER PIC X(45) VALUE
               '0034EPENDING CHANGE NOT ON FILE              '.
           05  FILLER PIC X(45) VALUE
               '0035FPENDING MAINTENANCE FILE UNAVAILABLE    '.
           05  FILLER PIC X(45) VALUE
               '0036IPENDING CHANGE CANCELLED                '.
           05  FILLER PIC X(45) VALUE
               '0037IPENDING CHANGE INQUIRY SUCCESSFUL       '.
           05  FILLER PIC X(45) VALUE
               '0038EINVALID PENDING MAINTENANCE REQUEST     '.
           05  FILLER PIC X(45) VALUE
               '0039IAPPOINTMENT RECORDED AS NO-SHOW         '.
           05  FILLER PIC X(45) VALUE
               '0040EOPERATOR NOT AUTHORIZED FOR THIS ACTION '.
           05  FILLER PIC X(45) VALUE
               '0041FOPERATOR AUTHORITY FILE UNAVAILABLE     '.
           05  FILLER PIC X(45) VALUE
               '0042IBRANCH ATTRIBUTES ADDED                 '.
           05  FILLER PIC X(45) VALUE
               '0043IBRANCH ATTRIBUTES UPDATED               '.
           05  FILLER PIC X(45) VALUE
               '0044IBRANCH ATTRIBUTES DELETED               '.
           05  FILLER PIC X(45) VALUE
               '0045IBRANCH ATTRIBUTE INQUIRY SUCCESSFUL     '.
           05  FILLER PIC X(45) VALUE
               '0046EBRANCH ATTRIBUTES NOT ON FILE           '.
           05  FILLER PIC X(45) VALUE
               '0047EBRANCH ATTRIBUTES ALREADY ON FILE       '.
           05  FILLER PIC X(45) VALUE
               '0048EINVALID BRANCH ATTRIBUTE REQUEST        '.
           05  FILLER PIC X(45) VALUE
               '0049FBRANCH ATTRIBUTE FILE UNAVAILABLE       '.
           05  FILLER PIC X(45) VALUE
               '0050EINVALID LANGUAGE CODE REQUESTED         '.
       01  BR-MSG-CATALOG-TABLE REDEFINES BR-MSG-CATALOG-DATA.
           05  BR-MSG-CATALOG-ENTRY OCCURS 51 TIMES.
               10  BR-MSG-CODE             PIC 9(04).
               10  BR-MSG-SEVERITY         PIC X(01).
               10  BR-MSG-TEXT             PIC X(40).
