      *    ENTRYAUD chain anchor - a single record, rewritten by ENTRY
      *    after every audit row and by AUDARCH at every rollover. The
      *    "open" pair is where the live ENTRYAUD's chain starts (the
      *    last row of the previous rollover, zeros before the first);
      *    the "last" pair is the row ENTRY most recently wrote. The
      *    anchor lives apart from ENTRYAUD so that rows cut from the
      *    end of the file - which leave a perfectly valid chain
      *    behind them - still show up as truncation in AUDVERFY.
       01 audit-chain-anchor.
           05 ac-open-sequence    PIC 9(9).
           05 ac-open-chain       PIC 9(9).
           05 ac-last-sequence    PIC 9(9).
           05 ac-last-chain       PIC 9(9).
           05 ac-last-timestamp   PIC X(26).
