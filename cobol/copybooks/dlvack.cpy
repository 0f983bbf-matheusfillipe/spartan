      *    Acknowledgment row as a consumer returns it, one per export
      *    row it handled, comma-separated:
      *        LOADED,<LIN>,<LSIN>
      *        REJECTED,<LIN>,<LSIN>,<REASON>
      *    LIN and LSIN are echoed as the export carried them, quoting
      *    included; the reason runs to the end of the row.
       01 ack-row                 PIC X(700).
