           select entry-feed-file assign to "ENTRYFEED"
               organization is line sequential
               file status is ws-feed-status.
           select chain-anchor-file assign to "ENTRYAUDCHN"
               organization is line sequential
               file status is ws-anchor-status.
       data division.
       file section.
       fd  entry-audit-file.
       copy atrecord.
       fd  entry-feed-file.
       copy feedrec.
       fd  chain-anchor-file.
       01 anchor-record PIC X(62).
       working-storage section.
       01 ws-comp PIC 9(4)V99.
       01 ws-timestamp PIC X(26).
       01 ws-version-valid PIC X value "Y".
           88 version-is-valid value "Y".
           88 version-is-invalid value "N".
       01 ws-anchor-status PIC X(2).
       copy audchn.
       01 ws-chain-sequence PIC 9(9).
       01 ws-chain-value PIC 9(9).
       01 ws-saved-return-code PIC 9(3) value zeros.
       linkage section.
       copy tranreq.
       procedure division using tr-version, tr-lin, tr-lsin, tr-loutput,

       write-audit-record.
           move function current-date to ws-timestamp
           perform load-audit-chain
           open extend entry-audit-file
           if ws-audit-status = "35"
               open output entry-audit-file
               move tr-lsin to at-lsin
               move ws-comp to at-ws-comp
               move tr-loutput to at-loutput
               compute ws-chain-sequence = ac-last-sequence + 1
               move ws-chain-sequence to at-sequence
      *    The CALL hands back AUDCHAIN's RETURN-CODE - keep the one
      *    this transaction already earned (36 for a broken feed, 16
      *    for an LSIN overrun) or the caller sees a clean call.
               move return-code to ws-saved-return-code
               call "audchain" using at-record, ac-last-chain,
                   ws-chain-value
               move ws-saved-return-code to return-code
               move ws-chain-value to at-chain-value
               write at-record
               if ws-audit-status not = "00"
                   display "ENTRY: cannot write ENTRYAUD, status "
                   if return-code = 0
                       move 32 to return-code
                   end-if
                   close entry-audit-file
               else
                   close entry-audit-file
                   perform save-audit-chain
               end-if
           end-if.

       load-audit-chain.
      *    Read fresh on every call rather than held across calls -
      *    AUDARCH moves the anchor's open point at rollover, and a
      *    long-running caller must not write that back over with a
      *    stale copy. No anchor at all is the first chained row
      *    ever written (or an anchor somebody removed); either way
      *    the chain starts again from zero, and AUDVERFY reports
      *    the restart against whatever the file already holds.
           open input chain-anchor-file
           evaluate ws-anchor-status
               when "00"
                   read chain-anchor-file into audit-chain-anchor
                       at end initialize audit-chain-anchor
                   end-read
                   close chain-anchor-file
               when "35"
                   display "ENTRY: no ENTRYAUDCHN, starting a new "
                       "ENTRYAUD chain"
                   initialize audit-chain-anchor
               when other
                   display "ENTRY: cannot open ENTRYAUDCHN, status "
                       ws-anchor-status
                   initialize audit-chain-anchor
                   if return-code = 0
                       move 32 to return-code
                   end-if
           end-evaluate.

       save-audit-chain.
           move ws-chain-sequence to ac-last-sequence
           move ws-chain-value to ac-last-chain
           move ws-timestamp to ac-last-timestamp
           open output chain-anchor-file
           if ws-anchor-status not = "00"
               display "ENTRY: cannot open ENTRYAUDCHN, status "
                   ws-anchor-status
               if return-code = 0
                   move 32 to return-code
               end-if
           else
               write anchor-record from audit-chain-anchor
               if ws-anchor-status not = "00"
                   display "ENTRY: cannot write ENTRYAUDCHN, status "
                       ws-anchor-status
                   if return-code = 0
                       move 32 to return-code
                   end-if
               end-if
               close chain-anchor-file
           end-if.
