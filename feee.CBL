*     *      receipt number, and the running balance.  Draws      *
*     *      themselves are posted by fee entry when pay type     *
*     *      "5" is tendered.                                     *
*     *      Every change to the escrow files goes to the         *
*     *      forward-recovery log (feerv)  10/15/26 epa           *
*-----*-----------------------------------------------------------*

       special-names. crt status crt-status.
                             record key   op-key
                             file status  file-stts.

           select ixcd-file  assign "\\kcffil01\clk\dat\ixcdfile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   ic-key
                             file status  file-stts.

           select print-file assign prnt-path
                             file status  file-stts.
/
       copy "escrtrns.cpb".
/
       copy "oprfile.cpb".
/
       copy "IXCD.LIB".
/
       fd  print-file.

       01  kb-ok                pic  x(01).
       01  nul-entry            pic  x(01).
       01  edt-mode             pic  x(20).
       01  ws-rcvr-hold         pic  x(06).

       01  kb-opr-id            pic  x(05).
       01  kb-pswd              pic  x(08).
       01  kb-clk-id            pic  x(05).
       01  kb-stmt-month        pic  9(06).

       copy "feerv.cpb".

       01  ws-today             pic  9(08).
       01                       redefines
           ws-today.
                                              line  19     col 05.
           02                   pic x(01)     using nul-entry  auto  secure.

       01  ss-msg-rcvr-hold                   highlight
                                              background-color 03
                                              foreground-color 06.
           02 " Files are being recovered - see the supervisor - press any key "
                                              line  19     col 05.
           02                   pic x(01)     using nul-entry  auto  secure.

       01  ss-msg-no-escr                     highlight
                                              background-color 03
                                              foreground-color 06.

       file-eror section.
           use after standard error procedure on escr-mstr
                                                 escr-trns
                                                 ixcd-file.
       file-eror-proc.
           if       file-stts                 =     lock-stts
                    next sentence
           display  ss-dflt.
           display  ss-hedr.

           perform  chck-rcvr-hold.            *> files being recovered 10/15/26 epa
           if       run-mode                   =     "E"
                    next sentence
           else
           if       ws-opr-actv                =     "Y"
                    perform  opr-sign-on
                             until    ws-op-escr    >    space
                    if       file-stts         =     "00"
                             move     "Y"      to    ws-opr-actv.

       chck-rcvr-hold.   *> feefr holds the counter shut until the counters check clean
           move     space                      to    ws-rcvr-hold.
           open     input    ixcd-file.
           if       file-stts                  =     "00"
                    move     0022              to    ic-cd-tp
                    move     "RECOVERY"        to    ic-id
                    read     ixcd-file
                             ignore   lock
                             invalid  key
                                      move  "23" to  file-stts
                    end-read
                    if       file-stts         =     "00"
                             move     ic-locked to   ws-rcvr-hold
                             close    ixcd-file
                    else
                             close    ixcd-file.
           if       ws-rcvr-hold               =     "HOLD"
                    display  ss-msg-rcvr-hold
                    accept   ss-msg-rcvr-hold
                    move     "E"               to    run-mode.

       opr-sign-on.
           display  ss-sign-titls.
           move     space                      to    kb-opr-id.
                             invalid  key
                                      rewrite  escrow-master-record
                    end-write
                    move     "W"               to    rv-func
                    perform  rlog-escr-mstr
                    display  ss-msg-done
                    accept   ss-msg-done
           else
           if       kb-ok                      =     "Y"
                    rewrite  escrow-master-record
                    move     "R"               to    rv-func
                    perform  rlog-escr-mstr
                    display  ss-msg-done
                    accept   ss-msg-done
           else
                    add      kb-dep-amt        to    es-balance
                    move     ws-today          to    es-last-actv-date
                    rewrite  escrow-master-record
                    move     "R"               to    rv-func
                    perform  rlog-escr-mstr
                    perform  dep-write-trns
                    display  ss-msg-done
                    accept   ss-msg-done
                    invalid  key
                             move     "22"     to    file-stts
                             add      01       to    et-trns-seq.
           if       file-stts                  =     "00"
                    move     "W"               to    rv-func
                    perform  rlog-escr-trns.

       cler-dep-flds.
           move     space                      to    kb-acct-id.
           if       et-trns-tp                 =     "J"
                    add      et-amount         to    ws-stmt-crd-tot.

       rlog-escr-mstr.   *> after-image of each change to the escrow files
                          *> for the forward-recovery log (feerv)
           move     "ESCRMSTR"                 to    rv-file.
           move     escrow-master-record       to    rv-rcrd.
           perform  rlog-call.

       rlog-escr-trns.
           move     "ESCRTRNS"                 to    rv-file.
           move     escrow-trans-record        to    rv-rcrd.
           perform  rlog-call.

       rlog-call.   *> only a change that took - file-stts is still that
                     *> of the write, rewrite or delete just made  10/15/26 epa
           move     "FEEE"                     to    rv-prog.
           move     kb-opr-id                  to    rv-user.
           if       file-stts                  =     "00"
                    call     "feerv"           using rv-parm.

       read-escr-mstr.
           read     escr-mstr
                    invalid key
