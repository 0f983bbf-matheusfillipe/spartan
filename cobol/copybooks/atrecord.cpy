           05 at-lsin             PIC 9(2).
           05 at-ws-comp          PIC 9(4)V99.
           05 at-loutput          PIC A(512).
      *    Tamper evidence. Every row carries a running sequence
      *    number and a check value computed by AUDCHAIN over this
      *    row's own content (timestamp through sequence) seeded with
      *    the previous row's check value - so deleting, reordering
      *    or editing a row anywhere breaks the chain from that row
      *    on, and AUDVERFY says where. The sequence keeps counting
      *    across AUDARCH rollovers, so the dated archives chain one
      *    onto the next as well. Rows written before these columns
      *    existed are short and read back as spaces.
           05 at-sequence         PIC 9(9).
           05 at-chain-value      PIC 9(9).
