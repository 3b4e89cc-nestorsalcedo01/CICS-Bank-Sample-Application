      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    One notice on a COMMRTE delivery file - COMPOST for the
      *    print room, COMEMAIL and COMSMS for the messaging
      *    gateway.  Every channel carries the same notice; the
      *    address block is whichever the channel needs.
           05 CDL-QUEUE-ID               PIC 9(9).
           05 CDL-MSG-TYPE               PIC X(8).
           05 CDL-CUSTOMER               PIC X(10).
           05 CDL-NAME                   PIC X(60).
           05 CDL-ADDRESS                PIC X(130).
           05 CDL-POST-ADDRESS REDEFINES CDL-ADDRESS.
              10 CDL-ADDR1               PIC X(40).
              10 CDL-ADDR2               PIC X(40).
              10 CDL-ADDR3               PIC X(40).
              10 CDL-POSTCODE            PIC X(10).
           05 CDL-EMAIL-ADDRESS REDEFINES CDL-ADDRESS.
              10 CDL-EMAIL               PIC X(50).
              10 FILLER                  PIC X(80).
           05 CDL-SMS-ADDRESS REDEFINES CDL-ADDRESS.
              10 CDL-PHONE               PIC X(20).
              10 FILLER                  PIC X(110).
           05 CDL-SORTCODE               PIC X(6).
           05 CDL-NUMBER                 PIC X(8).
           05 CDL-REFERENCE              PIC X(20).
           05 CDL-AMOUNT                 PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
           05 CDL-CURRENCY-CD            PIC X(3).
           05 CDL-TEXT                   PIC X(80).
           05 CDL-RAISED-TS              PIC X(26).
