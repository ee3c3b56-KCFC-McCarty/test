*     *      off the 0006 VINSR row).  The build mode reloads     *
*     *      the whole VIN path from filexrf.dat - safe to        *
*     *      re-run, rows are rewritten in place.                 *
*     *      The search-fee adjustment date goes to the next      *
*     *      county business day (feebd)  10/15/26 epa            *
*     *      Every change to the receipt, journal and VIN files   *
*     *      and the 0013 counter goes to the forward-recovery    *
*     *      log (feerv)  10/15/26 epa                            *
*-----*-----------------------------------------------------------*

           select fil-xrf    assign "\\kcffil01\clk\dat\filexrf.dat"
           02 ws-adj-yr         pic  9(02).
           02 ws-adj-mt         pic  9(02).
           02 ws-adj-dy         pic  9(02).

       copy "feebd.cpb".
       copy "feerv.cpb".

       01  ws-receipt-no        pic  9(09).
       01  ws-fnd-cnt           pic  9(04).

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
           display  "VIN lien inquiry - enter clerk id (blank to exit): ".
           write    fee-receipt-record
                    invalid  key
                             move     "22"     to    file-stts.
           if       file-stts                  =     "00"
                    move     "W"               to    rv-func
                    perform  rlog-fee-rcpt.

       otpt-srch-jrnl.   *> adjustment journal entry, dated the next day the
                          *> posting run has not swept, so the search fee
                    invalid  key
                             move     "22"     to    file-stts
                             add      01       to    fees-jrnl-sqnc.
           if       file-stts                  =     "00"
                    move     "W"               to    rv-func
                    perform  rlog-fees-jrnl.

       load-adj-date.   *> an adjustment entry may not land on a day the
                         *> posting run has already swept (the 0016 control)
                    perform  bump-adj-date.
           perform  release-code-record.

       bump-adj-date.   *> the next day the courthouse is open  10/15/26 epa
           move     "N"                        to    bd-func.
           move     ws-adj-date                to    bd-date.
           call     "feebd"                    using bd-parm.
           move     bd-rslt-date               to    ws-adj-date.

       load-cnty-prefix.   *> county prefix of the document number, off the 0010 counter
           move     0010                       to    ic-cd-tp.
                             invalid  key
                                      rewrite  vin-xref-record
                    end-write
                    move     "W"               to    rv-func
                    perform  rlog-vin-xref
                    add      01                to    ws-bld-cnt.
/
       load-receipt-no.
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     ws-receipt-no     to    ic-nxt-rcpt-no-num
                    rewrite  ic-nxt-rcpt-no-record
                    if       file-stts         =     "00"
                             move     "R"      to    rv-func
                             perform  rlog-ixcd.
/
       rlog-fee-rcpt.   *> after-image of each change to a protected file
                         *> for the forward-recovery log (feerv)
           move     "FEERCPT"                  to    rv-file.
           move     fee-receipt-record         to    rv-rcrd.
           perform  rlog-call.

       rlog-fees-jrnl.
           move     "FEESJRNL"                 to    rv-file.
           move     fees-jrnl-rcrd             to    rv-rcrd.
           perform  rlog-call.

       rlog-vin-xref.
           move     "VINXRF"                   to    rv-file.
           move     vin-xref-record            to    rv-rcrd.
           perform  rlog-call.

       rlog-ixcd.   *> the whole record area, whichever view was rewritten
           move     "IXCDFILE"                 to    rv-file.
           move     index-code-record          to    rv-rcrd.
           perform  rlog-call.

       rlog-call.   *> only a change that took - file-stts is still that
                     *> of the write, rewrite or delete just made  10/15/26 epa
           move     "FEEV"                     to    rv-prog.
           move     kb-clk-id                  to    rv-user.
           if       file-stts                  =     "00"
                    call     "feerv"           using rv-parm.

       read-fil-xrf.
           read     fil-xrf
