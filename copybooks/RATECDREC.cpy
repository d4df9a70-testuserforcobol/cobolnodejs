      *----------------------------------------------------------------
      * RATECDREC - chargeback rate card, one per producing system,
      * in the RATECARD dataset maintained by finance.  RT-SYSTEM-ID
      * names the system the rates apply to; a card for DEFAULT
      * prices every system that has no card of its own.  Each rate
      * is the charge per unit, 3 whole digits and 4 decimals with
      * the point implied (0001500 is 0.1500): a new notice, an
      * amendment, a cancellation, and a reject - front-end or main
      * run alike - at its own rate, so a sloppy feed costs its
      * sender more.
      *----------------------------------------------------------------
       01  RATE-CARD-RECORD.
           05  RT-SYSTEM-ID                PIC X(08).
           05  FILLER                      PIC X(01).
           05  RT-NOTICE-RATE              PIC 9(03)V9(04).
           05  FILLER                      PIC X(01).
           05  RT-AMEND-RATE               PIC 9(03)V9(04).
           05  FILLER                      PIC X(01).
           05  RT-CANCEL-RATE              PIC 9(03)V9(04).
           05  FILLER                      PIC X(01).
           05  RT-REJECT-RATE              PIC 9(03)V9(04).
           05  FILLER                      PIC X(40).
