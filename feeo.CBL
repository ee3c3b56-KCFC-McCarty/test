*     *      run distributes them straight off the journal        *
*     *      row and the integrity audit knows not to look        *
*     *      for a fee record behind them.                        *
*     *      Adjustment dates and the aging buckets go by         *
*     *      county business days (feebd)  10/15/26 epa           *
*     *      Every change to the fee, receipt and journal files   *
*     *      and the 0013 counter goes to the forward-recovery    *
*     *      log (feerv)  10/15/26 epa                            *
*-----*-----------------------------------------------------------*

           select fee-file   assign "\\kcffil01\clk\dat\feefile.dat"
           02 ws-adj-yr         pic  9(02).
           02 ws-adj-mt         pic  9(02).
           02 ws-adj-dy         pic  9(02).

       copy "feebd.cpb".
       copy "feerv.cpb".

       01  ws-receipt-no        pic  9(09).
       01  ws-opn-bal           pic s9(07)v99.
       01  ws-aply-tot          pic s9(09)v99.
       01  ws-age-days          pic  9(05).
       01  ws-offc-name         pic  x(30).
       01  ws-acct-name         pic  x(40).
       01  ws-rpt-line          pic  x(100).

       entr-clk-ch.
           move     space                      to    valid-clk-id.
           perform  chck-rcvr-hold.            *> files being recovered 10/15/26 epa
           perform  entr-clk-id
                    until    valid-clk-id      =     "Y"
                    or       run-mode          =     "E".
                    until    valid-ch          =     "Y"
                    or       run-mode          =     "E".

       chck-rcvr-hold.   *> feefr holds the counter shut until the counters check clean
           move     0022                       to    ic-cd-tp.
           move     "RECOVERY"                 to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
           and      ic-locked                  =     "HOLD"
                    display  "Files are being recovered - see the supervisor"
                    move     "E"               to    run-mode.
           perform  release-code-record.

       entr-clk-id.
           move     space                      to    kb-clk-id.
           display  "Accounts receivable - enter clerk id (blank to exit): ".
                    perform  bump-adj-date.
           perform  release-code-record.

       bump-adj-date.   *> the next day the courthouse is open  10/15/26 epa
           move     "N"                        to    bd-func.
           move     ws-adj-date                to    bd-date.
           call     "feebd"                    using bd-parm.
           move     bd-rslt-date               to    ws-adj-date.

       pay-post.
           perform  load-adj-date.
                    add      ws-item-amt(itm-ix) to  fr-amt-recd
                    move     ws-item-left(itm-ix) to fr-ar
                    rewrite  fee-record
                    move     "R"               to    rv-func
                    perform  rlog-fee-file
                    perform  otpt-pay-rcpt-item
                    perform  otpt-jrnl-adj
           else
           write    fee-receipt-record
                    invalid  key
                             move     "22"     to    file-stts.
           if       file-stts                  =     "00"
                    move     "W"               to    rv-func
                    perform  rlog-fee-rcpt.

       otpt-pay-rcpt-item.
           add      01                         to    rc-consec-no.
           write    fee-receipt-record
                    invalid  key
                             move     "22"     to    file-stts.
           if       file-stts                  =     "00"
                    move     "W"               to    rv-func
                    perform  rlog-fee-rcpt.

       otpt-jrnl-adj.   *> adjustment entry dated the next open day (see
                         *> load-adj-date) so the recon report and the next
                    invalid  key
                             move     "22"     to    file-stts
                             add      01       to    fees-jrnl-sqnc.
           if       file-stts                  =     "00"
                    move     "W"               to    rv-func
                    perform  rlog-fees-jrnl.
/
       prnt-pay-rcpt.
           move     rcpt-path                  to    prnt-path.
           move     zero                       to    ws-acct-cnt.
           move     zero                       to    ws-acct-drop-cnt.
           move     zero                       to    ws-aged-tot.

           move     zero                       to    fr-doc-no.
           move     space                      to    file-stts.
       aged-acct-srch.
           continue.

       aged-bucket.   *> aged in county business days - 21 to a month  10/15/26 epa
           move     "C"                        to    bd-func.
           move     fr-doc-date                to    bd-date.
           move     ws-today                   to    bd-date2.
           call     "feebd"                    using bd-parm.
           move     bd-days                    to    ws-age-days.
           if       ws-age-days                <     22
                    add      ws-opn-bal        to    ws-acct-b0(act-ix)
           else
           if       ws-age-days                <     43
                    add      ws-opn-bal        to    ws-acct-b1(act-ix)
           else
           if       ws-age-days                <     64
                    add      ws-opn-bal        to    ws-acct-b2(act-ix)
           else
                    add      ws-opn-bal        to    ws-acct-b3(act-ix).
           string   "Aged Open A/R Balances - "
                                               delimited by size
                    ws-today                   delimited by size
                    "  (ages in county business days)"
                                               delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.
           move     "Acct  Cl Bkkp Code   Docs      Current    22-42 bus    43-63 bus  Over 63 bus"
                                               to    print-record.
           write    print-record.

                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     "RETURNED"        to    rc-void-note
                    rewrite  fee-receipt-record
                    move     "R"               to    rv-func
                    perform  rlog-fee-rcpt.

       nsf-bld-items.   *> a multi-payoff receipt carries its documents on
                         *> "I" lines appended right after the last tender/
                             add      kb-nsf-fee to  fr-ar
                    end-if
                    rewrite  fee-record
                    move     "R"               to    rv-func
                    perform  rlog-fee-file
                    perform  otpt-jrnl-rvsl.

       otpt-jrnl-rvsl.   *> offsetting entry dated the next open day (see
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     ws-receipt-no     to    ic-nxt-rcpt-no-num
                    rewrite  ic-nxt-rcpt-no-record
                    if       file-stts         =     "00"
                             move     "R"      to    rv-func
                             perform  rlog-ixcd.
/
       rlog-fee-file.   *> after-image of each change to a protected file
                         *> for the forward-recovery log (feerv)
           move     "FEEFILE"                  to    rv-file.
           move     fee-record                 to    rv-rcrd.
           perform  rlog-call.

       rlog-fee-rcpt.
           move     "FEERCPT"                  to    rv-file.
           move     fee-receipt-record         to    rv-rcrd.
           perform  rlog-call.

       rlog-fees-jrnl.
           move     "FEESJRNL"                 to    rv-file.
           move     fees-jrnl-rcrd             to    rv-rcrd.
           perform  rlog-call.

       rlog-ixcd.   *> the whole record area, whichever view was rewritten
           move     "IXCDFILE"                 to    rv-file.
           move     index-code-record          to    rv-rcrd.
           perform  rlog-call.

       rlog-call.   *> only a change that took - file-stts is still that
                     *> of the write, rewrite or delete just made  10/15/26 epa
           move     "FEEO"                     to    rv-prog.
           move     kb-clk-id                  to    rv-user.
           if       file-stts                  =     "00"
                    call     "feerv"           using rv-parm.

       read-fee-file.
           read     fee-file
