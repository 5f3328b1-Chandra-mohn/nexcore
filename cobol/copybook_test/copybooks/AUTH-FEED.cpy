           05  AF-AUTH-CODE         PIC X(06).
           05  AF-AUTH-AMOUNT       PIC S9(11)V99 COMP-3.
           05  AF-AUTH-DATE         PIC 9(08).
      *    Plastic presented; spaces when the processor omits it.
           05  AF-CARD-NUMBER       PIC X(16).
