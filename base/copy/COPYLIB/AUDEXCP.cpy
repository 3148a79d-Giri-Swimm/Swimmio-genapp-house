      ******************************************************************
      *  AUDEXCP - NIGHTLY INTEGRITY AUDIT EXCEPTION RECORD           *
      *  ONE RECORD PER OPEN EXCEPTION THE NIGHTLY CROSS-FILE AUDIT   *
      *  (INTGAUD1) HAS FOUND, KEYED BY THE EXCEPTION CATEGORY, THE   *
      *  POLICY NUMBER OR AGENT ID IT IS AGAINST, AND A SUB-KEY FOR   *
      *  THE ROW WITHIN IT (RIDER TYPE OR BENEFICIARY SEQUENCE) -     *
      *  INDEXED, UNIQUE. AN EXCEPTION FOUND AGAIN IS CARRIED WITH    *
      *  ITS FIRST-SEEN DATE, SO ONLY EXCEPTIONS FIRST SEEN TONIGHT   *
      *  COUNT AS NEW; ONE NOT FOUND AGAIN HAS BEEN WORKED AND IS     *
      *  DELETED AS RESOLVED.                                         *
      *  CATEGORIES:                                                  *
      *    01 POLICY WITH NO INSURED ROW                              *
      *    02 RIDER ROW FOR A POLICY NOT ON FILE                      *
      *    03 BENEFICIARY ROW FOR A POLICY NOT ON FILE                *
      *    04 PRIMARY BENEFICIARY SHARES NOT TOTALLING 100            *
      *    05 WRITING AGENT NOT ON THE AGENT MASTER                   *
      *    06 REPORTS-TO AGENT NOT ON THE AGENT MASTER                *
      *    07 PREMIUM NOT BASE RATE PLUS RIDER PREMIUMS               *
      *    08 PAID-TO DATE DISAGREES WITH THE PAYMENT LEDGER          *
      *    09 CLAIM PENDING OVER 30 DAYS                              *
      ******************************************************************
           05  AE-KEY.
               10  AE-CATEGORY           PIC 99.
               10  AE-ENTITY-ID          PIC X(12).
               10  AE-SUB-KEY            PIC X(6).
           05  AE-FIRST-SEEN-DATE        PIC 9(8).
           05  AE-LAST-SEEN-DATE         PIC 9(8).
           05  AE-DESCRIPTION            PIC X(60).
           05  FILLER                    PIC X(10).
