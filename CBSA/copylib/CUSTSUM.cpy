      *    live payment consent is standing against, and the total
      *    relationship position.  CSM-MORE-FLAG 'Y' says the
      *    customer holds more accounts than the page carries.
      *    CSM-AE-HOLDING is 'S' for an account the customer holds
      *    alone, 'J' for one held jointly with other customers.
           05 CSM-CUST-NO                PIC 9(10).
           05 CSM-ACCOUNT-COUNT          PIC 9(2).
           05 CSM-MORE-FLAG              PIC X(1).
              10 CSM-AE-ACTUAL             PIC S9(10)V99.
              10 CSM-AE-OVERDRAFT-LIMIT    PIC 9(8).
              10 CSM-AE-CONSENT-FLAG       PIC X(1).
              10 CSM-AE-HOLDING            PIC X(1).
      *    The customer's remaining ISA allowance for the current
      *    tax year - the year's allowance less what every entry
      *    path has tracked on ISA_SUBSCRIPTION.  Zero when the
