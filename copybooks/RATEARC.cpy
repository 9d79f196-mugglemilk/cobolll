      ******************************************************
      * RATEARC.CPY                                        *
      * RATE ARCHIVE - EVERY RATE TABLE ROW OF EVERY       *
      * VERSION THAT HAS BEEN REPLACED, TAGGED WITH ITS    *
      * VERSION. EXER03 APPENDS THE OUTGOING TABLE TO      *
      * PROD.POLICY.RATETABLE.ARCHIVE JUST BEFORE IT       *
      * PROMOTES A NEW ONE; THE VERSION STILL IN           *
      * PRODUCTION IS ONLY ON PROD.POLICY.RATETABLE.       *
      * EXER26 READS BOTH TO COMPARE ANY TWO VERSIONS.     *
      * THE BAND FIELDS ARE THOSE OF RATEREC, WITH BLANK   *
      * EFFECTIVE DATES LEFT AS THEY WERE ON THE TABLE.    *
      ******************************************************
       01  RATE-ARCHIVE-RECORD.
           05  RA-RATE-VERSION           PIC 9(03).
           05  RA-POLICY-TYPE            PIC X(02).
           05  RA-STATE-CODE             PIC X(02).
           05  RA-LOW-BOUND              PIC 9(7)V99.
           05  RA-HIGH-BOUND             PIC 9(7)V99.
           05  RA-EFFECTIVE-FROM         PIC X(08).
           05  RA-EFFECTIVE-TO           PIC X(08).
           05  FILLER                    PIC X(09).
