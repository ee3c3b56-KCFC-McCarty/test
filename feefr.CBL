      $set sourceformat"free"
      $set fileshare
*-----*-----------------------------------------------------------*
*     * Forward-recovery and restore program                      *
*-----*-----------------------------------------------------------*
*     * feefr.cbl            10/15/26    epa                      *
*-----*-----------------------------------------------------------*
*     * Brings the fee files back after a failure without         *
*     *      re-keying the day.  (R)estore reloads every          *
*     *      protected file from the night's backup copies in     *
*     *      \\kcffil01\clk\bak\ and then replays the             *
*     *      forward-recovery log (rcvlCCYYMMDD.dat, written by   *
*     *      feerv) from the time the backup was taken up to a    *
*     *      keyed stopping time; (F)orward replays the log       *
*     *      alone onto files already restored some other way.    *
*     *      Both finish with the (C)ounter check, which can be   *
*     *      run by itself: the 0010 document counter must be     *
*     *      above the highest document number on feefile.dat     *
*     *      and the 0013 receipt counter must be at or above     *
*     *      the highest receipt on feercpt.dat (it holds the     *
*     *      last number issued), or the run offers to raise      *
*     *      them.  A restore or replay sets the 0022 hold row    *
*     *      so fee entry, A/R, escrow and the VIN program sign   *
*     *      no one on; only a clean counter check clears it.     *
*     *                                                           *
*     *      Replay is safe to repeat: a logged write or          *
*     *      rewrite puts the record as logged (rewriting it if   *
*     *      the key is already there), a delete of a record      *
*     *      that is not there is passed over, and the counter    *
*     *      rows only ever move forward - the book/page, the     *
*     *      closed-out book, the doc, receipt and name-watch     *
*     *      numbers are taken from the log, never the lock flags.*
*     *      Other logged ixcd rows (closed books, the calendar)  *
*     *      go back as logged.  The related-instrument, party and*
*     *      parcel files are restored and replayed with the rest *
*     *      - all fifteen backup copies must be there before a   *
*     *      restore starts.  Supervisor sign-on; everyone must   *
*     *      be off the counter for a restore.                    *
*-----*-----------------------------------------------------------*

           select fee-file   assign "\\kcffil01\clk\dat\feefile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   fee-key
                             file status  file-stts.

           select fees-jrnl  assign "\\kcffil01\clk\dat\feesjrnl.dat"
                             organization indexed
                             access mode  dynamic
                             record key   fees-jrnl-key
                             file status  file-stts.

           select fee-rcpt   assign "\\kcffil01\clk\dat\feercpt.dat"
                             organization indexed
                             access mode  dynamic
                             record key   rc-key
                             file status  file-stts.

           select deed-list  assign "\\kcffil01\clk\dat\deedlist.dat"
                             organization indexed
                             access mode  dynamic
                             record key   deed-list-key
                             file status  file-stts.

           select dcmt-xref  assign "\\kcffil01\clk\dat\dcmtxref.dat"
                             organization indexed
                             access mode  dynamic
                             record key   dcmt-xref-key
                             file status  file-stts.

           select fil-xrf    assign "\\kcffil01\clk\dat\filexrf.dat"
                             organization indexed
                             access mode  dynamic
                             record key   flx-key
                             file status  file-stts.

           select fee-nm-xrf assign "\\kcffil01\clk\dat\feenmxrf.dat"
                             organization indexed
                             access mode  dynamic
                             record key   nx-key
                             file status  file-stts.

           select vin-xrf    assign "\\kcffil01\clk\dat\vinxrf.dat"
                             organization indexed
                             access mode  dynamic
                             record key   vx-key
                             file status  file-stts.

           select rltd-xrf   assign "\\kcffil01\clk\dat\feerlxrf.dat"
                             organization indexed
                             access mode  dynamic
                             record key   rx-key
                             file status  file-stts.

           select fee-rltd   assign "\\kcffil01\clk\dat\feerltd.dat"
                             organization indexed
                             access mode  dynamic
                             record key   rl-key
                             file status  file-stts.

           select fee-prty   assign "\\kcffil01\clk\dat\feeprty.dat"
                             organization indexed
                             access mode  dynamic
                             record key   pt-key
                             file status  file-stts.

           select fee-prcl   assign "\\kcffil01\clk\dat\feeprcl.dat"
                             organization indexed
                             access mode  dynamic
                             record key   pc-key
                             file status  file-stts.

           select ixcd-file  assign "\\kcffil01\clk\dat\ixcdfile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   ic-key
                             file status  file-stts.

           select escr-mstr  assign "\\kcffil01\clk\dat\escrmstr.dat"
                             organization indexed
                             access mode  dynamic
                             record key   es-key
                             file status  file-stts.

           select escr-trns  assign "\\kcffil01\clk\dat\escrtrns.dat"
                             organization indexed
                             access mode  dynamic
                             record key   et-key
                             file status  file-stts.

           select bak-fee    assign "\\kcffil01\clk\bak\feefile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   bak-fee-key
                             file status  file-stts.

           select bak-jrnl   assign "\\kcffil01\clk\bak\feesjrnl.dat"
                             organization indexed
                             access mode  dynamic
                             record key   bak-jrnl-key
                             file status  file-stts.

           select bak-rcpt   assign "\\kcffil01\clk\bak\feercpt.dat"
                             organization indexed
                             access mode  dynamic
                             record key   brc-key
                             file status  file-stts.

           select bdeed-list assign "\\kcffil01\clk\bak\deedlist.dat"
                             organization indexed
                             access mode  dynamic
                             record key   bdeed-list-key
                             file status  file-stts.

           select bdcm-xref  assign "\\kcffil01\clk\bak\dcmtxref.dat"
                             organization indexed
                             access mode  dynamic
                             record key   bdcm-xref-key
                             file status  file-stts.

           select bak-flx    assign "\\kcffil01\clk\bak\filexrf.dat"
                             organization indexed
                             access mode  dynamic
                             record key   bflx-key
                             file status  file-stts.

           select bak-nmx    assign "\\kcffil01\clk\bak\feenmxrf.dat"
                             organization indexed
                             access mode  dynamic
                             record key   bnx-key
                             file status  file-stts.

           select bak-vnx    assign "\\kcffil01\clk\bak\vinxrf.dat"
                             organization indexed
                             access mode  dynamic
                             record key   bvx-key
                             file status  file-stts.

           select bak-rlx    assign "\\kcffil01\clk\bak\feerlxrf.dat"
                             organization indexed
                             access mode  dynamic
                             record key   brx-key
                             file status  file-stts.

           select bak-rlt    assign "\\kcffil01\clk\bak\feerltd.dat"
                             organization indexed
                             access mode  dynamic
                             record key   brl-key
                             file status  file-stts.

           select bak-pty    assign "\\kcffil01\clk\bak\feeprty.dat"
                             organization indexed
                             access mode  dynamic
                             record key   bpt-key
                             file status  file-stts.

           select bak-pcl    assign "\\kcffil01\clk\bak\feeprcl.dat"
                             organization indexed
                             access mode  dynamic
                             record key   bpc-key
                             file status  file-stts.

           select bak-ixcd   assign "\\kcffil01\clk\bak\ixcdfile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   bic-key
                             file status  file-stts.

           select bak-esm    assign "\\kcffil01\clk\bak\escrmstr.dat"
                             organization indexed
                             access mode  dynamic
                             record key   bes-key
                             file status  file-stts.

           select bak-est    assign "\\kcffil01\clk\bak\escrtrns.dat"
                             organization indexed
                             access mode  dynamic
                             record key   bet-key
                             file status  file-stts.

           select rcv-log    assign rcv-log-path
                             organization indexed
                             access mode  dynamic
                             record key   rg-key
                             file status  file-stts.

           select opr-file   assign "\\kcffil01\clk\dat\oprfile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   op-key
                             file status  file-stts.

           select print-file assign prnt-path
                             file status  file-stts.
/
       copy "FEE.LIB".
/
       copy "feesjrnl.cpb".
/
       copy "FEERCPT.LIB".
/
       copy "k:\clkx\src\deedlist.lib".
/
       copy "k:\clkx\src\dcmtxref.lib".
/
       copy "k:\clkx\src\filxrf.lib".
/
       copy "feenmxrf.cpb".
/
       copy "vinxrf.cpb".
/
       copy "feerlxrf.cpb".
/
       copy "feerltd.cpb".
/
       copy "feeprty.cpb".
/
       copy "feeprcl.cpb".
/
       copy "IXCD.LIB".
/
       copy "escrmstr.cpb".
/
       copy "escrtrns.cpb".
/
       copy "FEE.LIB" replacing ==fee-file==   by ==bak-fee==
                                ==fee-record== by ==bak-fee-rcrd==
                                ==fee-key-r==  by ==bak-fee-key-r==
                                ==fee-key==    by ==bak-fee-key==
                                leading ==fr== by ==bf==.
/
       copy "feesjrnl.cpb" replacing
                         leading ==fees-jrnl==  by ==bak-jrnl==.
/
       copy "FEERCPT.LIB" replacing ==fee-rcpt==           by ==bak-rcpt==
                                    ==fee-receipt-record== by ==bak-rcpt-rcrd==
                                    leading ==rc==         by ==brc==.
/
       copy "k:\clkx\src\deedlist.lib" replacing
                         leading ==deed==       by ==bdeed==.
/
       copy "k:\clkx\src\dcmtxref.lib" replacing
                         leading ==dcmt-xref==  by ==bdcm-xref==.
/
       copy "k:\clkx\src\filxrf.lib" replacing ==fil-xrf==   by ==bak-flx==
                                              leading ==flx== by ==bflx==.
/
       copy "feenmxrf.cpb" replacing ==fee-nm-xrf==           by ==bak-nmx==
                                     ==fee-name-xref-record== by ==bak-nmx-rcrd==
                                     leading ==nx==           by ==bnx==.
/
       copy "vinxrf.cpb" replacing ==vin-xrf==         by ==bak-vnx==
                                   ==vin-xref-record== by ==bak-vnx-rcrd==
                                   leading ==vx==      by ==bvx==.
/
       copy "feerlxrf.cpb" replacing ==rltd-xrf==         by ==bak-rlx==
                                     ==rltd-xref-record== by ==bak-rlx-rcrd==
                                     leading ==rx==       by ==brx==.
/
       copy "feerltd.cpb" replacing ==fee-rltd==        by ==bak-rlt==
                                    ==fee-rltd-record== by ==bak-rlt-rcrd==
                                    leading ==rl==      by ==brl==.
/
       copy "feeprty.cpb" replacing ==fee-prty==        by ==bak-pty==
                                    ==fee-prty-record== by ==bak-pty-rcrd==
                                    leading ==pt==      by ==bpt==.
/
       copy "feeprcl.cpb" replacing ==fee-prcl==        by ==bak-pcl==
                                    ==fee-prcl-record== by ==bak-pcl-rcrd==
                                    leading ==pc==      by ==bpc==.
/
       copy "IXCD.LIB" replacing ==ixcd-file==         by ==bak-ixcd==
                                 ==index-code-record== by ==bak-ixcd-rcrd==
                                 leading ==ic==        by ==bic==.
/
       copy "escrmstr.cpb" replacing ==escr-mstr==            by ==bak-esm==
                                     ==escrow-master-record== by ==bak-esm-rcrd==
                                     leading ==es==           by ==bes==.
/
       copy "escrtrns.cpb" replacing ==escr-trns==           by ==bak-est==
                                     ==escrow-trans-record== by ==bak-est-rcrd==
                                     leading ==et==          by ==bet==.
/
       copy "feervlg.cpb".
/
       copy "oprfile.cpb".
/
       fd  print-file.

       01  print-record         pic  x(100).
/
       working-storage section.

       01  file-stts.
           02 file-sts1         pic  9(01).
           02 file-sts2         pic  9(02) comp-x.

       01  lock-stts.
           02                   pic  9(01) value 09.
           02                   pic  9(02) comp-x value 68.

       01  prnt-path            pic  x(60) value "c:\temp\rcvrpt.txt".
       01  rcv-log-path         pic  x(60).

       01  sys-date.
           02 sys-yr            pic  9(02).
           02 sys-mt            pic  9(02).
           02 sys-dy            pic  9(02).
       01  sys-time             pic  9(08).

       01  ws-today             pic  9(08).
       01                       redefines
           ws-today.
           02 ws-today-cn       pic  9(02).
           02 ws-today-yr       pic  9(02).
           02 ws-today-mt       pic  9(02).
           02 ws-today-dy       pic  9(02).

       01  run-mode             pic  x(01).
       01  kb-choice            pic  x(01).
       01  kb-ok                pic  x(01).
       01  kb-clk-id            pic  x(05).
       01  kb-pswd              pic  x(08).
       01  valid-clk-id         pic  x(01).
       01  ws-opr-actv          pic  x(01).

       01  kb-from-date         pic  9(08).
       01  kb-from-hhmm         pic  9(04).
       01  kb-thru-date         pic  9(08).
       01  kb-thru-hhmm         pic  9(04).
       01  ws-from-time         pic  9(08).
       01  ws-thru-time         pic  9(08).

       01  ws-rply-date         pic  9(08).
       01                       redefines
           ws-rply-date.
           02 ws-rply-cy        pic  9(04).
           02 ws-rply-mt        pic  9(02).
           02 ws-rply-dy        pic  9(02).
       01  ws-rply-days         pic  9(03).

       01  ws-bak-miss          pic  9(02).
       01  ws-bak-name          pic  x(08).
       01  ws-rstr-ok           pic  x(01).
       01  ws-cntr-ok           pic  x(01).
       01  ws-log-cnt           pic  9(03).

*-----*-----------------------------------------------------------*
*     * restore and replay counts by file                         *
*-----*-----------------------------------------------------------*
       01  ws-fil-vals.
           02                   pic  x(08) value "FEEFILE".
           02                   pic  x(08) value "FEESJRNL".
           02                   pic  x(08) value "FEERCPT".
           02                   pic  x(08) value "DEEDLIST".
           02                   pic  x(08) value "DCMTXREF".
           02                   pic  x(08) value "FILEXRF".
           02                   pic  x(08) value "FEENMXRF".
           02                   pic  x(08) value "VINXRF".
           02                   pic  x(08) value "FEERLXRF".
           02                   pic  x(08) value "IXCDFILE".
           02                   pic  x(08) value "ESCRMSTR".
           02                   pic  x(08) value "ESCRTRNS".
           02                   pic  x(08) value "FEERLTD".
           02                   pic  x(08) value "FEEPRTY".
           02                   pic  x(08) value "FEEPRCL".
       01  ws-fil-tbl           redefines
           ws-fil-vals.
           02 ws-fil-name       pic  x(08) occurs 15 times.
       01  ws-fil-cnts.
           02 ws-fil-occ        occurs 15 times indexed by fil-ix.
              03 ws-fil-rstr    pic  9(07).
              03 ws-fil-rply    pic  9(07).
              03 ws-fil-pass    pic  9(07).
       01  ws-rply-skip         pic  9(07).

*-----*-----------------------------------------------------------*
*     * counter rows as logged                                    *
*-----*-----------------------------------------------------------*
       01  ws-lg-cd-tp          pic  9(04).
       01  ws-lg-bk             pic  9(04).
       01  ws-lg-pg             pic  9(04).
       01  ws-lg-doc-no         pic  9(14).
       01  ws-lg-doc-dy         pic  9(02).
       01  ws-lg-doc-mt         pic  9(02).
       01  ws-lg-doc-yr         pic  9(02).
       01  ws-lg-rcpt-no        pic  9(09).
       01  ws-lg-clsd-bk        pic  9(04).
       01  ws-lg-chg            pic  x(01).
       01  ws-lg-image          pic  x(600).

       01  ws-hi-doc-no         pic  9(14).
       01  ws-hi-rcpt-no        pic  9(09).
       01  ws-hold-stamp        pic  9(12).

       01  ws-offc-name         pic  x(30).
       01  ws-rpt-line          pic  x(100).
       01  ws-cnt-ed            pic  z(06)9.
       01  ws-cnt-ed2           pic  z(06)9.
       01  ws-cnt-ed3           pic  z(06)9.
       01  ws-doc-ed            pic  z(13)9.
       01  ws-doc-ed2           pic  z(13)9.
       01  ws-rcpt-ed           pic  z(08)9.
       01  ws-rcpt-ed2          pic  z(08)9.
/
       procedure division.

       declaratives.

       file-eror section.
           use after standard error procedure on fee-file
                                                 fees-jrnl
                                                 fee-rcpt
                                                 deed-list
                                                 dcmt-xref
                                                 fil-xrf
                                                 fee-nm-xrf
                                                 vin-xrf
                                                 rltd-xrf
                                                 fee-rltd
                                                 fee-prty
                                                 fee-prcl
                                                 ixcd-file
                                                 escr-mstr
                                                 escr-trns
                                                 bak-fee
                                                 bak-jrnl
                                                 bak-rcpt
                                                 bdeed-list
                                                 bdcm-xref
                                                 bak-flx
                                                 bak-nmx
                                                 bak-vnx
                                                 bak-rlx
                                                 bak-rlt
                                                 bak-pty
                                                 bak-pcl
                                                 bak-ixcd
                                                 bak-esm
                                                 bak-est
                                                 rcv-log
                                                 opr-file.
       file-eror-proc.
           if       file-stts                 =     lock-stts
                    next sentence
           else
                    display  "file error - status "
                    display  file-stts
                    stop     run.
       end      declaratives.
/
           perform  init-prog.
           perform  entr-sprv.
           if       valid-clk-id               =     "Y"
                    perform  slct-mode
                             until    run-mode =     "E".
           close    opr-file.
           stop     run.

       init-prog.
           move     space                      to    run-mode.
           accept   sys-date                   from  date.
           move     sys-yr                     to    ws-today-yr.
           move     sys-mt                     to    ws-today-mt.
           move     sys-dy                     to    ws-today-dy.
           if       sys-yr                     >     90
                    move     19                to    ws-today-cn
           else
                    move     20                to    ws-today-cn.

           perform  open-opr-file.
           open     input    ixcd-file.
           move     0002                       to    ic-cd-tp.
           move     "CLRK"                     to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     ic-offc-name      to    ws-offc-name
           else
                    move     space             to    ws-offc-name.
           close    ixcd-file.

       open-opr-file.   *> honor system only while the file is still empty
           move     space                      to    ws-opr-actv.
           open     input    opr-file.
           if       file-stts                  not = "00"
                    next sentence
           else
                    read     opr-file
                             next
                             ignore   lock
                             at       end
                                      move     "10"  to  file-stts
                    end-read
                    if       file-stts         =     "00"
                             move     "Y"      to    ws-opr-actv.

       slct-mode.
           display  " ".
           display  "(R)estore backup and replay  (F)orward replay only  (C)ounter check  (E)xit".
           move     space                      to    kb-choice.
           accept   kb-choice.
           if       kb-choice                  =     "E"
           or       kb-choice                  =     space
                    move     "E"               to    run-mode
           else
           if       kb-choice                  =     "R"
                    perform  rstr-run
           else
           if       kb-choice                  =     "F"
                    perform  fwrd-run
           else
           if       kb-choice                  =     "C"
                    perform  cntr-run.
/
*-----*-----------------------------------------------------------*
*     * supervisor sign-on                                        *
*-----*-----------------------------------------------------------*
       entr-sprv.
           move     space                      to    valid-clk-id.
           move     space                      to    kb-clk-id.
           display  "File recovery - supervisor clerk id (blank to exit): ".
           accept   kb-clk-id.
           if       kb-clk-id                  not = space
                    perform  entr-clrk-vldt.

       entr-clrk-vldt.
           open     input    ixcd-file.
           move     0005                       to    ic-cd-tp.
           move     kb-clk-id                  to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     "Y"               to    valid-clk-id
           else
                    display  "Clerk id not in the 0005 table".
           close    ixcd-file.
           if       valid-clk-id               =     "Y"
           and      ws-opr-actv                =     "Y"
                    perform  opr-sign-on.

       opr-sign-on.   *> operator record, password and the supervisor flag
           move     kb-clk-id                  to    op-clk-id.
           move     lock-stts                  to    file-stts.
           perform  read-opr-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  not = "00"
           or       op-stts                    not = "A"
                    move     space             to    valid-clk-id
                    display  "No active operator record - see a supervisor"
           else
           if       op-sprv                    not = "Y"
                    move     space             to    valid-clk-id
                    display  "File recovery needs a supervisor"
           else
           if       op-pswd                    >     space
                    move     space             to    kb-pswd
                    display  "Password: "
                    accept   kb-pswd
                    if       kb-pswd           not = op-pswd
                             move     space    to    valid-clk-id
                             display  "Password does not match".

       read-opr-file.
           read     opr-file
                    invalid  key
                             move     "23"     to    file-stts.
/
*-----*-----------------------------------------------------------*
*     * restore from the backup, then replay                      *
*-----*-----------------------------------------------------------*
       rstr-run.
           perform  cler-cnts.
           display  "Backup taken - date (ccyymmdd): ".
           move     zero                       to    kb-from-date.
           accept   kb-from-date.
           display  "              time (hhmm): ".
           move     zero                       to    kb-from-hhmm.
           accept   kb-from-hhmm.
           perform  entr-thru.
           perform  chck-stamps.
           if       kb-ok                      not = "Y"
                    next sentence
           else
                    perform  chck-baks
                    if       ws-bak-miss       >     zero
                             display  "Backup copies missing - nothing has been changed"
                    else
                             perform  cnfm-rstr
                             if       kb-ok    =     "Y"
                                      perform  rstr-proc.

       rstr-proc.
           perform  set-hold.
           display  "Restoring from the backup ...".
           perform  rstr-fee-file.
           perform  rstr-fees-jrnl.
           perform  rstr-fee-rcpt.
           perform  rstr-deed-list.
           perform  rstr-dcmt-xref.
           perform  rstr-fil-xrf.
           perform  rstr-name-xref.
           perform  rstr-vin-xref.
           perform  rstr-rltd-xref.
           perform  rstr-ixcd.
           perform  rstr-escr-mstr.
           perform  rstr-escr-trns.
           perform  rstr-fee-rltd.
           perform  rstr-fee-prty.
           perform  rstr-fee-prcl.
           perform  set-hold.      *> the backup ixcdfile came back without it
           move     "R"                        to    run-mode.
           perform  rply-proc.
           perform  cntr-proc.
           perform  rpt-prnt.
           move     space                      to    run-mode.

       fwrd-run.
           perform  cler-cnts.
           display  "Replay changes logged from - date (ccyymmdd): ".
           move     zero                       to    kb-from-date.
           accept   kb-from-date.
           display  "                              time (hhmm): ".
           move     zero                       to    kb-from-hhmm.
           accept   kb-from-hhmm.
           perform  entr-thru.
           perform  chck-stamps.
           if       kb-ok                      =     "Y"
                    perform  cnfm-rstr
                    if       kb-ok             =     "Y"
                             perform  set-hold
                             move     "F"      to    run-mode
                             perform  rply-proc
                             perform  cntr-proc
                             perform  rpt-prnt
                             move     space    to    run-mode.

       cntr-run.
           perform  cler-cnts.
           move     "C"                        to    run-mode.
           perform  cntr-proc.
           perform  rpt-prnt.
           move     space                      to    run-mode.

       entr-thru.
           display  "Replay through - date (ccyymmdd): ".
           move     zero                       to    kb-thru-date.
           accept   kb-thru-date.
           display  "                 time (hhmm): ".
           move     zero                       to    kb-thru-hhmm.
           accept   kb-thru-hhmm.

       chck-stamps.
           move     "Y"                        to    kb-ok.
           if       kb-from-date               =     zero
           or       kb-thru-date               <     kb-from-date
           or       kb-thru-date               >     ws-today
           or       kb-from-hhmm               >     2359
           or       kb-thru-hhmm               >     2359
                    move     space             to    kb-ok
                    display  "Dates or times not valid - nothing has been changed"
           else
           if       kb-thru-date               =     kb-from-date
           and      kb-thru-hhmm               <     kb-from-hhmm
                    move     space             to    kb-ok
                    display  "Stopping time is before the starting time".
           compute  ws-from-time               =     kb-from-hhmm * 10000.
           compute  ws-thru-time               =     kb-thru-hhmm * 10000
                                               +     9999.

       cnfm-rstr.
           display  "Everyone must be off fee entry, A/R, escrow and VIN".
           display  "The live files will be changed - continue (Y/N) ? ".
           move     space                      to    kb-ok.
           accept   kb-ok.

       cler-cnts.
           set      fil-ix                     to    01.
           perform  cler-cnts-one
                    varying  fil-ix            from  01   by   01
                    until    fil-ix            >     15.
           move     zero                       to    ws-rply-skip.
           move     zero                       to    ws-log-cnt.
           move     space                      to    ws-cntr-ok.

       cler-cnts-one.
           move     zero                       to    ws-fil-rstr(fil-ix).
           move     zero                       to    ws-fil-rply(fil-ix).
           move     zero                       to    ws-fil-pass(fil-ix).
/
*-----*-----------------------------------------------------------*
*     * every backup copy must be there before anything is        *
*     *      touched                                              *
*-----*-----------------------------------------------------------*
       chck-baks.
           move     zero                       to    ws-bak-miss.
           open     input    bak-fee.
           if       file-stts                  not = "00"
                    move     "FEEFILE"         to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bak-fee.
           open     input    bak-jrnl.
           if       file-stts                  not = "00"
                    move     "FEESJRNL"        to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bak-jrnl.
           open     input    bak-rcpt.
           if       file-stts                  not = "00"
                    move     "FEERCPT"         to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bak-rcpt.
           open     input    bdeed-list.
           if       file-stts                  not = "00"
                    move     "DEEDLIST"        to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bdeed-list.
           open     input    bdcm-xref.
           if       file-stts                  not = "00"
                    move     "DCMTXREF"        to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bdcm-xref.
           open     input    bak-flx.
           if       file-stts                  not = "00"
                    move     "FILEXRF"         to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bak-flx.
           open     input    bak-nmx.
           if       file-stts                  not = "00"
                    move     "FEENMXRF"        to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bak-nmx.
           open     input    bak-vnx.
           if       file-stts                  not = "00"
                    move     "VINXRF"          to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bak-vnx.
           open     input    bak-rlx.
           if       file-stts                  not = "00"
                    move     "FEERLXRF"        to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bak-rlx.
           open     input    bak-ixcd.
           if       file-stts                  not = "00"
                    move     "IXCDFILE"        to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bak-ixcd.
           open     input    bak-esm.
           if       file-stts                  not = "00"
                    move     "ESCRMSTR"        to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bak-esm.
           open     input    bak-est.
           if       file-stts                  not = "00"
                    move     "ESCRTRNS"        to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bak-est.
           open     input    bak-rlt.
           if       file-stts                  not = "00"
                    move     "FEERLTD"         to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bak-rlt.
           open     input    bak-pty.
           if       file-stts                  not = "00"
                    move     "FEEPRTY"         to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bak-pty.
           open     input    bak-pcl.
           if       file-stts                  not = "00"
                    move     "FEEPRCL"         to    ws-bak-name
                    perform  chck-baks-miss
           else
                    close    bak-pcl.

       chck-baks-miss.
           add      01                         to    ws-bak-miss.
           display  "No backup copy of " ws-bak-name.
/
*-----*-----------------------------------------------------------*
*     * reload each live file from its backup copy                *
*-----*-----------------------------------------------------------*
       rstr-fee-file.
           set      fil-ix                     to    01.
           open     input    bak-fee.
           open     output   fee-file.
           move     space                      to    file-stts.
           perform  rstr-fee-file-rd
                    until    file-stts         =     "10".
           close    bak-fee.
           close    fee-file.

       rstr-fee-file-rd.
           read     bak-fee
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bak-fee-rcrd      to    fee-record
                    write    fee-record
                    add      01                to    ws-fil-rstr(fil-ix).

       rstr-fees-jrnl.
           set      fil-ix                     to    02.
           open     input    bak-jrnl.
           open     output   fees-jrnl.
           move     space                      to    file-stts.
           perform  rstr-fees-jrnl-rd
                    until    file-stts         =     "10".
           close    bak-jrnl.
           close    fees-jrnl.

       rstr-fees-jrnl-rd.
           read     bak-jrnl
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bak-jrnl-rcrd     to    fees-jrnl-rcrd
                    write    fees-jrnl-rcrd
                    add      01                to    ws-fil-rstr(fil-ix).

       rstr-fee-rcpt.
           set      fil-ix                     to    03.
           open     input    bak-rcpt.
           open     output   fee-rcpt.
           move     space                      to    file-stts.
           perform  rstr-fee-rcpt-rd
                    until    file-stts         =     "10".
           close    bak-rcpt.
           close    fee-rcpt.

       rstr-fee-rcpt-rd.
           read     bak-rcpt
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bak-rcpt-rcrd     to    fee-receipt-record
                    write    fee-receipt-record
                    add      01                to    ws-fil-rstr(fil-ix).

       rstr-deed-list.
           set      fil-ix                     to    04.
           open     input    bdeed-list.
           open     output   deed-list.
           move     space                      to    file-stts.
           perform  rstr-deed-list-rd
                    until    file-stts         =     "10".
           close    bdeed-list.
           close    deed-list.

       rstr-deed-list-rd.
           read     bdeed-list
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bdeed-list-rcrd   to    deed-list-rcrd
                    write    deed-list-rcrd
                    add      01                to    ws-fil-rstr(fil-ix).

       rstr-dcmt-xref.
           set      fil-ix                     to    05.
           open     input    bdcm-xref.
           open     output   dcmt-xref.
           move     space                      to    file-stts.
           perform  rstr-dcmt-xref-rd
                    until    file-stts         =     "10".
           close    bdcm-xref.
           close    dcmt-xref.

       rstr-dcmt-xref-rd.
           read     bdcm-xref
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bdcm-xref-rcrd    to    dcmt-xref-rcrd
                    write    dcmt-xref-rcrd
                    add      01                to    ws-fil-rstr(fil-ix).

       rstr-fil-xrf.
           set      fil-ix                     to    06.
           open     input    bak-flx.
           open     output   fil-xrf.
           move     space                      to    file-stts.
           perform  rstr-fil-xrf-rd
                    until    file-stts         =     "10".
           close    bak-flx.
           close    fil-xrf.

       rstr-fil-xrf-rd.
           read     bak-flx
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bflxrf-rec        to    flxrf-rec
                    write    flxrf-rec
                    add      01                to    ws-fil-rstr(fil-ix).

       rstr-name-xref.
           set      fil-ix                     to    07.
           open     input    bak-nmx.
           open     output   fee-nm-xrf.
           move     space                      to    file-stts.
           perform  rstr-name-xref-rd
                    until    file-stts         =     "10".
           close    bak-nmx.
           close    fee-nm-xrf.

       rstr-name-xref-rd.
           read     bak-nmx
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bak-nmx-rcrd      to    fee-name-xref-record
                    write    fee-name-xref-record
                    add      01                to    ws-fil-rstr(fil-ix).

       rstr-vin-xref.
           set      fil-ix                     to    08.
           open     input    bak-vnx.
           open     output   vin-xrf.
           move     space                      to    file-stts.
           perform  rstr-vin-xref-rd
                    until    file-stts         =     "10".
           close    bak-vnx.
           close    vin-xrf.

       rstr-vin-xref-rd.
           read     bak-vnx
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bak-vnx-rcrd      to    vin-xref-record
                    write    vin-xref-record
                    add      01                to    ws-fil-rstr(fil-ix).

       rstr-rltd-xref.
           set      fil-ix                     to    09.
           open     input    bak-rlx.
           open     output   rltd-xrf.
           move     space                      to    file-stts.
           perform  rstr-rltd-xref-rd
                    until    file-stts         =     "10".
           close    bak-rlx.
           close    rltd-xrf.

       rstr-rltd-xref-rd.
           read     bak-rlx
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bak-rlx-rcrd      to    rltd-xref-record
                    write    rltd-xref-record
                    add      01                to    ws-fil-rstr(fil-ix).

       rstr-ixcd.
           set      fil-ix                     to    10.
           open     input    bak-ixcd.
           open     output   ixcd-file.
           move     space                      to    file-stts.
           perform  rstr-ixcd-rd
                    until    file-stts         =     "10".
           close    bak-ixcd.
           close    ixcd-file.

       rstr-ixcd-rd.
           read     bak-ixcd
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bak-ixcd-rcrd     to    index-code-record
                    write    index-code-record
                    add      01                to    ws-fil-rstr(fil-ix).

       rstr-escr-mstr.
           set      fil-ix                     to    11.
           open     input    bak-esm.
           open     output   escr-mstr.
           move     space                      to    file-stts.
           perform  rstr-escr-mstr-rd
                    until    file-stts         =     "10".
           close    bak-esm.
           close    escr-mstr.

       rstr-escr-mstr-rd.
           read     bak-esm
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bak-esm-rcrd      to    escrow-master-record
                    write    escrow-master-record
                    add      01                to    ws-fil-rstr(fil-ix).

       rstr-escr-trns.
           set      fil-ix                     to    12.
           open     input    bak-est.
           open     output   escr-trns.
           move     space                      to    file-stts.
           perform  rstr-escr-trns-rd
                    until    file-stts         =     "10".
           close    bak-est.
           close    escr-trns.

       rstr-escr-trns-rd.
           read     bak-est
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bak-est-rcrd      to    escrow-trans-record
                    write    escrow-trans-record
                    add      01                to    ws-fil-rstr(fil-ix).

       rstr-fee-rltd.
           set      fil-ix                     to    13.
           open     input    bak-rlt.
           open     output   fee-rltd.
           move     space                      to    file-stts.
           perform  rstr-fee-rltd-rd
                    until    file-stts         =     "10".
           close    bak-rlt.
           close    fee-rltd.

       rstr-fee-rltd-rd.
           read     bak-rlt
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bak-rlt-rcrd      to    fee-rltd-record
                    write    fee-rltd-record
                    add      01                to    ws-fil-rstr(fil-ix).

       rstr-fee-prty.
           set      fil-ix                     to    14.
           open     input    bak-pty.
           open     output   fee-prty.
           move     space                      to    file-stts.
           perform  rstr-fee-prty-rd
                    until    file-stts         =     "10".
           close    bak-pty.
           close    fee-prty.

       rstr-fee-prty-rd.
           read     bak-pty
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bak-pty-rcrd      to    fee-prty-record
                    write    fee-prty-record
                    add      01                to    ws-fil-rstr(fil-ix).

       rstr-fee-prcl.
           set      fil-ix                     to    15.
           open     input    bak-pcl.
           open     output   fee-prcl.
           move     space                      to    file-stts.
           perform  rstr-fee-prcl-rd
                    until    file-stts         =     "10".
           close    bak-pcl.
           close    fee-prcl.

       rstr-fee-prcl-rd.
           read     bak-pcl
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    move     bak-pcl-rcrd      to    fee-prcl-record
                    write    fee-prcl-record
                    add      01                to    ws-fil-rstr(fil-ix).
/
*-----*-----------------------------------------------------------*
*     * replay the daily logs in key (time) order                 *
*-----*-----------------------------------------------------------*
       rply-proc.
           display  "Replaying the recovery log ...".
           perform  rply-open.
           move     kb-from-date               to    ws-rply-date.
           move     zero                       to    ws-rply-days.
           perform  rply-day
                    until    ws-rply-date      >     kb-thru-date
                    or       ws-rply-days      >     400.
           perform  rply-clos.

       rply-open.   *> a cross-reference file that was never built is
                     *> created empty, as fee entry would
           open     i-o      fee-file.
           open     i-o      fees-jrnl.
           if       file-stts                  not = "00"
                    open     output  fees-jrnl
                    close    fees-jrnl
                    open     i-o     fees-jrnl.
           open     i-o      fee-rcpt.
           open     i-o      deed-list.
           open     i-o      dcmt-xref.
           open     i-o      fil-xrf.
           if       file-stts                  not = "00"
                    open     output  fil-xrf
                    close    fil-xrf
                    open     i-o     fil-xrf.
           open     i-o      fee-nm-xrf.
           if       file-stts                  not = "00"
                    open     output  fee-nm-xrf
                    close    fee-nm-xrf
                    open     i-o     fee-nm-xrf.
           open     i-o      vin-xrf.
           if       file-stts                  not = "00"
                    open     output  vin-xrf
                    close    vin-xrf
                    open     i-o     vin-xrf.
           open     i-o      rltd-xrf.
           if       file-stts                  not = "00"
                    open     output  rltd-xrf
                    close    rltd-xrf
                    open     i-o     rltd-xrf.
           open     i-o      ixcd-file.
           open     i-o      escr-mstr.
           if       file-stts                  not = "00"
                    open     output  escr-mstr
                    close    escr-mstr
                    open     i-o     escr-mstr.
           open     i-o      escr-trns.
           if       file-stts                  not = "00"
                    open     output  escr-trns
                    close    escr-trns
                    open     i-o     escr-trns.
           open     i-o      fee-rltd.
           if       file-stts                  not = "00"
                    open     output  fee-rltd
                    close    fee-rltd
                    open     i-o     fee-rltd.
           open     i-o      fee-prty.
           if       file-stts                  not = "00"
                    open     output  fee-prty
                    close    fee-prty
                    open     i-o     fee-prty.
           open     i-o      fee-prcl.
           if       file-stts                  not = "00"
                    open     output  fee-prcl
                    close    fee-prcl
                    open     i-o     fee-prcl.

       rply-clos.
           close    fee-file.
           close    fees-jrnl.
           close    fee-rcpt.
           close    deed-list.
           close    dcmt-xref.
           close    fil-xrf.
           close    fee-nm-xrf.
           close    vin-xrf.
           close    rltd-xrf.
           close    ixcd-file.
           close    escr-mstr.
           close    escr-trns.
           close    fee-rltd.
           close    fee-prty.
           close    fee-prcl.

       rply-day.   *> a day with no log (nothing changed, or a date like
                    *> the 31st of a short month) is simply passed over
           move     space                      to    rcv-log-path.
           string   "\\kcffil01\clk\log\rcvl"  delimited by size
                    ws-rply-date               delimited by size
                    ".dat"                     delimited by size
                                               into  rcv-log-path.
           open     input    rcv-log.
           if       file-stts                  =     "00"
                    add      01                to    ws-log-cnt
                    perform  rply-day-proc
                    close    rcv-log.
           perform  rply-nxt-day.

       rply-day-proc.
           move     ws-rply-date               to    rg-date.
           if       ws-rply-date               =     kb-from-date
                    move     ws-from-time      to    rg-time
           else
                    move     zero              to    rg-time.
           move     low-value                  to    rg-user.
           move     zero                       to    rg-seq.
           move     space                      to    file-stts.
           start    rcv-log
                    key  not <  rg-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  rply-rd
                    until    file-stts         =     "10".

       rply-rd.
           read     rcv-log
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      rg-date                    =     kb-thru-date
           and      rg-time                    >     ws-thru-time
                    move     "10"              to    file-stts.
           if       file-stts                  =     "00"
                    perform  rply-one
                    move     "00"              to    file-stts.

       rply-nxt-day.
           add      01                         to    ws-rply-days.
           add      01                         to    ws-rply-dy.
           if       ws-rply-dy                 >     31
                    move     01                to    ws-rply-dy
                    add      01                to    ws-rply-mt.
           if       ws-rply-mt                 >     12
                    move     01                to    ws-rply-mt
                    add      01                to    ws-rply-cy.

       rply-one.
           if       rg-file                    =     "FEEFILE"
                    set      fil-ix            to    01
                    perform  rply-fee-file
           else
           if       rg-file                    =     "FEESJRNL"
                    set      fil-ix            to    02
                    perform  rply-fees-jrnl
           else
           if       rg-file                    =     "FEERCPT"
                    set      fil-ix            to    03
                    perform  rply-fee-rcpt
           else
           if       rg-file                    =     "DEEDLIST"
                    set      fil-ix            to    04
                    perform  rply-deed-list
           else
           if       rg-file                    =     "DCMTXREF"
                    set      fil-ix            to    05
                    perform  rply-dcmt-xref
           else
           if       rg-file                    =     "FILEXRF"
                    set      fil-ix            to    06
                    perform  rply-fil-xrf
           else
           if       rg-file                    =     "FEENMXRF"
                    set      fil-ix            to    07
                    perform  rply-name-xref
           else
           if       rg-file                    =     "VINXRF"
                    set      fil-ix            to    08
                    perform  rply-vin-xref
           else
           if       rg-file                    =     "FEERLXRF"
                    set      fil-ix            to    09
                    perform  rply-rltd-xref
           else
           if       rg-file                    =     "IXCDFILE"
                    set      fil-ix            to    10
                    perform  rply-ixcd
           else
           if       rg-file                    =     "ESCRMSTR"
                    set      fil-ix            to    11
                    perform  rply-escr-mstr
           else
           if       rg-file                    =     "ESCRTRNS"
                    set      fil-ix            to    12
                    perform  rply-escr-trns
           else
           if       rg-file                    =     "FEERLTD"
                    set      fil-ix            to    13
                    perform  rply-fee-rltd
           else
           if       rg-file                    =     "FEEPRTY"
                    set      fil-ix            to    14
                    perform  rply-fee-prty
           else
           if       rg-file                    =     "FEEPRCL"
                    set      fil-ix            to    15
                    perform  rply-fee-prcl
           else
                    add      01                to    ws-rply-skip.

       rply-cnt.   *> file-stts of the write/rewrite/delete just made
           if       file-stts                  =     "00"
                    add      01                to    ws-fil-rply(fil-ix)
           else
                    add      01                to    ws-fil-pass(fil-ix).

       rply-fee-file.
           move     rg-rcrd                    to    fee-record.
           if       rg-func                    =     "D"
                    delete   fee-file record
                             invalid  key
                                      move  "23" to  file-stts
           else
                    write    fee-record
                             invalid  key
                                      move  "22" to  file-stts
                    end-write
                    if       file-stts         =     "22"
                             rewrite  fee-record.
           perform  rply-cnt.

       rply-fees-jrnl.
           move     rg-rcrd                    to    fees-jrnl-rcrd.
           if       rg-func                    =     "D"
                    delete   fees-jrnl record
                             invalid  key
                                      move  "23" to  file-stts
           else
                    write    fees-jrnl-rcrd
                             invalid  key
                                      move  "22" to  file-stts
                    end-write
                    if       file-stts         =     "22"
                             rewrite  fees-jrnl-rcrd.
           perform  rply-cnt.

       rply-fee-rcpt.
           move     rg-rcrd                    to    fee-receipt-record.
           if       rg-func                    =     "D"
                    delete   fee-rcpt record
                             invalid  key
                                      move  "23" to  file-stts
           else
                    write    fee-receipt-record
                             invalid  key
                                      move  "22" to  file-stts
                    end-write
                    if       file-stts         =     "22"
                             rewrite  fee-receipt-record.
           perform  rply-cnt.

       rply-deed-list.
           move     rg-rcrd                    to    deed-list-rcrd.
           if       rg-func                    =     "D"
                    delete   deed-list record
                             invalid  key
                                      move  "23" to  file-stts
           else
                    write    deed-list-rcrd
                             invalid  key
                                      move  "22" to  file-stts
                    end-write
                    if       file-stts         =     "22"
                             rewrite  deed-list-rcrd.
           perform  rply-cnt.

       rply-dcmt-xref.
           move     rg-rcrd                    to    dcmt-xref-rcrd.
           if       rg-func                    =     "D"
                    delete   dcmt-xref record
                             invalid  key
                                      move  "23" to  file-stts
           else
                    write    dcmt-xref-rcrd
                             invalid  key
                                      move  "22" to  file-stts
                    end-write
                    if       file-stts         =     "22"
                             rewrite  dcmt-xref-rcrd.
           perform  rply-cnt.

       rply-fil-xrf.
           move     rg-rcrd                    to    flxrf-rec.
           if       rg-func                    =     "D"
                    delete   fil-xrf record
                             invalid  key
                                      move  "23" to  file-stts
           else
                    write    flxrf-rec
                             invalid  key
                                      move  "22" to  file-stts
                    end-write
                    if       file-stts         =     "22"
                             rewrite  flxrf-rec.
           perform  rply-cnt.

       rply-name-xref.
           move     rg-rcrd                    to    fee-name-xref-record.
           if       rg-func                    =     "D"
                    delete   fee-nm-xrf record
                             invalid  key
                                      move  "23" to  file-stts
           else
                    write    fee-name-xref-record
                             invalid  key
                                      move  "22" to  file-stts
                    end-write
                    if       file-stts         =     "22"
                             rewrite  fee-name-xref-record.
           perform  rply-cnt.

       rply-vin-xref.
           move     rg-rcrd                    to    vin-xref-record.
           if       rg-func                    =     "D"
                    delete   vin-xrf record
                             invalid  key
                                      move  "23" to  file-stts
           else
                    write    vin-xref-record
                             invalid  key
                                      move  "22" to  file-stts
                    end-write
                    if       file-stts         =     "22"
                             rewrite  vin-xref-record.
           perform  rply-cnt.

       rply-rltd-xref.
           move     rg-rcrd                    to    rltd-xref-record.
           if       rg-func                    =     "D"
                    delete   rltd-xrf record
                             invalid  key
                                      move  "23" to  file-stts
           else
                    write    rltd-xref-record
                             invalid  key
                                      move  "22" to  file-stts
                    end-write
                    if       file-stts         =     "22"
                             rewrite  rltd-xref-record.
           perform  rply-cnt.

       rply-escr-mstr.
           move     rg-rcrd                    to    escrow-master-record.
           if       rg-func                    =     "D"
                    delete   escr-mstr record
                             invalid  key
                                      move  "23" to  file-stts
           else
                    write    escrow-master-record
                             invalid  key
                                      move  "22" to  file-stts
                    end-write
                    if       file-stts         =     "22"
                             rewrite  escrow-master-record.
           perform  rply-cnt.

       rply-escr-trns.
           move     rg-rcrd                    to    escrow-trans-record.
           if       rg-func                    =     "D"
                    delete   escr-trns record
                             invalid  key
                                      move  "23" to  file-stts
           else
                    write    escrow-trans-record
                             invalid  key
                                      move  "22" to  file-stts
                    end-write
                    if       file-stts         =     "22"
                             rewrite  escrow-trans-record.
           perform  rply-cnt.

       rply-fee-rltd.
           move     rg-rcrd                    to    fee-rltd-record.
           if       rg-func                    =     "D"
                    delete   fee-rltd record
                             invalid  key
                                      move  "23" to  file-stts
           else
                    write    fee-rltd-record
                             invalid  key
                                      move  "22" to  file-stts
                    end-write
                    if       file-stts         =     "22"
                             rewrite  fee-rltd-record.
           perform  rply-cnt.

       rply-fee-prty.
           move     rg-rcrd                    to    fee-prty-record.
           if       rg-func                    =     "D"
                    delete   fee-prty record
                             invalid  key
                                      move  "23" to  file-stts
           else
                    write    fee-prty-record
                             invalid  key
                                      move  "22" to  file-stts
                    end-write
                    if       file-stts         =     "22"
                             rewrite  fee-prty-record.
           perform  rply-cnt.

       rply-fee-prcl.
           move     rg-rcrd                    to    fee-prcl-record.
           if       rg-func                    =     "D"
                    delete   fee-prcl record
                             invalid  key
                                      move  "23" to  file-stts
           else
                    write    fee-prcl-record
                             invalid  key
                                      move  "22" to  file-stts
                    end-write
                    if       file-stts         =     "22"
                             rewrite  fee-prcl-record.
           perform  rply-cnt.

       rply-ixcd.   *> counters only move forward; the lock flags on the
                     *> 0007 row are never replayed; the hold row is this
                     *> program's own; every other row (closed books, the
                     *> calendar) goes back as logged
           move     rg-rcrd                    to    ws-lg-image.
           move     ws-lg-image                to    index-code-record.
           move     ic-cd-tp                   to    ws-lg-cd-tp.
           move     ic-lst-bk-used             to    ws-lg-bk.
           move     ic-lst-pg-used             to    ws-lg-pg.
           move     ic-clsd-bk                 to    ws-lg-clsd-bk.
           move     ic-nxt-doc-no              to    ws-lg-doc-no.
           move     ic-nxt-doc-no-dy           to    ws-lg-doc-dy.
           move     ic-nxt-doc-no-mt           to    ws-lg-doc-mt.
           move     ic-nxt-doc-no-yr           to    ws-lg-doc-yr.
           move     ic-nxt-rcpt-no             to    ws-lg-rcpt-no.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       ws-lg-cd-tp                =     0022
                    add      01                to    ws-fil-pass(fil-ix)
           else
           if       rg-func                    =     "D"
                    perform  rply-ixcd-dele
           else
           if       file-stts                  not = "00"
                    perform  rply-ixcd-add
           else
           if       ws-lg-cd-tp                =     0007
                    perform  rply-ixcd-bk-pg
           else
           if       ws-lg-cd-tp                =     0010
                    perform  rply-ixcd-doc-no
           else
           if       ws-lg-cd-tp                =     0013
                    perform  rply-ixcd-rcpt-no
           else
           if       ws-lg-cd-tp                =     0019
                    perform  rply-ixcd-wtch-no
           else
                    move     ws-lg-image       to    index-code-record
                    rewrite  index-code-record
                    perform  rply-cnt.

       rply-ixcd-add.   *> a row the backup did not have - ic-locked is the
                         *> book lock only on 0007 (0020/0021 keep
                         *> OPEN/CLOSED there)
           move     ws-lg-image                to    index-code-record.
           if       ws-lg-cd-tp                =     0007
                    move     space             to    ic-locked
                    move     zero              to    ic-locked-by.
           write    index-code-record
                    invalid  key
                             move  "22"        to    file-stts.
           perform  rply-cnt.

       rply-ixcd-dele.   *> a calendar row taken out - gone already is fine
           if       file-stts                  =     "00"
                    delete   ixcd-file record
                             invalid  key
                                      move  "23" to  file-stts
                    end-delete
                    perform  rply-cnt
           else
                    add      01                to    ws-fil-pass(fil-ix).

       rply-ixcd-bk-pg.   *> the last book/page used and the highest book
                           *> closed out, each only ever forward
           move     space                      to    ws-lg-chg.
           if       ws-lg-bk                   >     ic-lst-bk-used
           or      (ws-lg-bk                   =     ic-lst-bk-used
           and      ws-lg-pg                   >     ic-lst-pg-used)
                    move     ws-lg-bk          to    ic-lst-bk-used
                    move     ws-lg-pg          to    ic-lst-pg-used
                    move     "Y"               to    ws-lg-chg.
           if       ws-lg-clsd-bk              numeric
           and     (ic-clsd-bk                 not numeric
           or       ws-lg-clsd-bk              >     ic-clsd-bk)
                    move     ws-lg-clsd-bk     to    ic-clsd-bk
                    move     "Y"               to    ws-lg-chg.
           if       ws-lg-chg                  =     "Y"
                    rewrite  index-code-record
                    perform  rply-cnt
           else
                    add      01                to    ws-fil-pass(fil-ix).

       rply-ixcd-doc-no.
           if       ws-lg-doc-no               >     ic-nxt-doc-no
                    move     ws-lg-doc-no      to    ic-nxt-doc-no
                    move     ws-lg-doc-dy      to    ic-nxt-doc-no-dy
                    move     ws-lg-doc-mt      to    ic-nxt-doc-no-mt
                    move     ws-lg-doc-yr      to    ic-nxt-doc-no-yr
                    rewrite  index-code-record
                    perform  rply-cnt
           else
                    add      01                to    ws-fil-pass(fil-ix).

       rply-ixcd-rcpt-no.
           if       ws-lg-rcpt-no              >     ic-nxt-rcpt-no
                    move     ws-lg-rcpt-no     to    ic-nxt-rcpt-no
                    rewrite  index-code-record
                    perform  rply-cnt
           else
                    add      01                to    ws-fil-pass(fil-ix).

       rply-ixcd-wtch-no.   *> the last name-watch subscriber number - never
                             *> back, or numbers already handed out are reused
           if       ws-lg-doc-no               >     ic-nxt-doc-no
                    move     ws-lg-doc-no      to    ic-nxt-doc-no
                    rewrite  index-code-record
                    perform  rply-cnt
           else
                    add      01                to    ws-fil-pass(fil-ix).
/
*-----*-----------------------------------------------------------*
*     * counter check - nobody goes back on the counter until     *
*     *      both counters clear what is actually on file         *
*-----*-----------------------------------------------------------*
       cntr-proc.
           move     "Y"                        to    ws-cntr-ok.
           open     input    fee-file.
           open     input    fee-rcpt.
           open     i-o      ixcd-file.
           perform  cntr-doc-no.
           perform  cntr-rcpt-no.
           if       ws-cntr-ok                 =     "Y"
                    perform  clr-hold
                    display  "Counters check clean - the counter may reopen"
           else
                    display  "Counters not cleared - the recovery hold stays on".
           close    fee-file.
           close    fee-rcpt.
           close    ixcd-file.

       cntr-doc-no.
           move     0010                       to    ic-cd-tp.
           move     "DOC"                      to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  not = "00"
                    move     space             to    ws-cntr-ok
                    display  "Cannot find the 0010 document counter"
           else
                    perform  load-hi-doc-no
                    move     ic-nxt-doc-no     to    ws-doc-ed
                    move     ws-hi-doc-no      to    ws-doc-ed2
                    display  "Next document number " ws-doc-ed
                    display  "Highest on file      " ws-doc-ed2
                    if       ic-nxt-doc-no     not > ws-hi-doc-no
                             perform  cntr-doc-no-fix.
           perform  release-code-record.

       cntr-doc-no-fix.
           display  "Document counter is not above the file - raise it (Y/N) ? ".
           move     space                      to    kb-ok.
           accept   kb-ok.
           if       kb-ok                      =     "Y"
                    add      01  ws-hi-doc-no  giving ic-nxt-doc-no
                    rewrite  index-code-record
           else
                    move     space             to    ws-cntr-ok.

       load-hi-doc-no.   *> the last fee record numbered on the counter's day
           move     zero                       to    ws-hi-doc-no.
           move     ic-nxt-doc-no              to    fr-doc-no.
           move     999999                     to    fr-doc-daily-no.
           move     space                      to    file-stts.
           start    fee-file
                    key  not >  fee-key
                    invalid  key
                             move     "23"     to    file-stts.
           if       file-stts                  =     "00"
                    read     fee-file
                             next
                             ignore   lock
                             at       end
                                      move     "10"  to  file-stts
                    end-read
                    if       file-stts         =     "00"
                    and      fr-doc-no(1:8)    =     ic-nxt-doc-no(1:8)
                             move     fr-doc-no to   ws-hi-doc-no.

       cntr-rcpt-no.
           move     0013                       to    ic-cd-tp.
           move     "RCP"                      to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  not = "00"
                    move     space             to    ws-cntr-ok
                    display  "Cannot find the 0013 receipt counter"
           else
                    perform  load-hi-rcpt-no
                    move     ic-nxt-rcpt-no    to    ws-rcpt-ed
                    move     ws-hi-rcpt-no     to    ws-rcpt-ed2
                    display  "Last receipt issued  " ws-rcpt-ed
                    display  "Highest on file      " ws-rcpt-ed2
                    if       ic-nxt-rcpt-no    <     ws-hi-rcpt-no
                             perform  cntr-rcpt-no-fix.
           perform  release-code-record.

       cntr-rcpt-no-fix.
           display  "Receipt counter is behind the file - raise it (Y/N) ? ".
           move     space                      to    kb-ok.
           accept   kb-ok.
           if       kb-ok                      =     "Y"
                    move     ws-hi-rcpt-no     to    ic-nxt-rcpt-no
                    rewrite  index-code-record
           else
                    move     space             to    ws-cntr-ok.

       load-hi-rcpt-no.
           move     zero                       to    ws-hi-rcpt-no.
           move     999999999                  to    rc-receipt-no.
           move     99                         to    rc-consec-no.
           move     space                      to    file-stts.
           start    fee-rcpt
                    key  not >  rc-key
                    invalid  key
                             move     "23"     to    file-stts.
           if       file-stts                  =     "00"
                    read     fee-rcpt
                             next
                             ignore   lock
                             at       end
                                      move     "10"  to  file-stts
                    end-read
                    if       file-stts         =     "00"
                             move     rc-receipt-no to ws-hi-rcpt-no.
/
*-----*-----------------------------------------------------------*
*     * 0022 recovery hold                                        *
*-----*-----------------------------------------------------------*
       set-hold.
           open     i-o      ixcd-file.
           accept   sys-time                   from  time.
           move     ws-today                   to    ws-hold-stamp(1:8).
           move     sys-time(1:4)              to    ws-hold-stamp(9:4).
           move     0022                       to    ic-cd-tp.
           move     "RECOVERY"                 to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  not = "00"
                    initialize index-code-record
                    move     0022              to    ic-cd-tp
                    move     "RECOVERY"        to    ic-id
                    move     "Recovery hold"   to    ic-desc
                    move     "HOLD"            to    ic-locked
                    move     kb-clk-id         to    ic-clk-name
                    move     ws-hold-stamp     to    ic-nxt-doc-no
                    write    index-code-record
           else
                    move     "HOLD"            to    ic-locked
                    move     kb-clk-id         to    ic-clk-name
                    move     ws-hold-stamp     to    ic-nxt-doc-no
                    rewrite  index-code-record.
           close    ixcd-file.

       clr-hold.   *> ixcd-file already open i-o
           move     0022                       to    ic-cd-tp.
           move     "RECOVERY"                 to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     space             to    ic-locked
                    move     kb-clk-id         to    ic-clk-name
                    rewrite  index-code-record.
/
*-----*-----------------------------------------------------------*
*     * recovery report                                           *
*-----*-----------------------------------------------------------*
       rpt-prnt.
           open     output   print-file.
           move     ws-offc-name               to    print-record.
           write    print-record.
           move     space                      to    ws-rpt-line.
           if       run-mode                   =     "R"
                    string   "File recovery - restore from backup, replay "
                                               delimited by size
                             kb-from-date      delimited by size
                             " "               delimited by size
                             kb-from-hhmm      delimited by size
                             " thru "          delimited by size
                             kb-thru-date      delimited by size
                             " "               delimited by size
                             kb-thru-hhmm      delimited by size
                                               into  ws-rpt-line
           else
           if       run-mode                   =     "F"
                    string   "File recovery - forward replay "
                                               delimited by size
                             kb-from-date      delimited by size
                             " "               delimited by size
                             kb-from-hhmm      delimited by size
                             " thru "          delimited by size
                             kb-thru-date      delimited by size
                             " "               delimited by size
                             kb-thru-hhmm      delimited by size
                                               into  ws-rpt-line
           else
                    move     "File recovery - counter check"
                                               to    ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    ws-rpt-line.
           string   "Run by "                  delimited by size
                    kb-clk-id                  delimited by size
                    " on "                     delimited by size
                    ws-today                   delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.

           if       run-mode                   not = "C"
                    move     "File       Restored   Replayed  Passed over"
                                               to    print-record
                    write    print-record
                    set      fil-ix            to    01
                    perform  rpt-prnt-fil
                             varying  fil-ix   from  01   by   01
                             until    fil-ix   >     15
                    move     ws-log-cnt        to    ws-cnt-ed
                    move     space             to    ws-rpt-line
                    string   "Daily logs read:       " delimited by size
                             ws-cnt-ed         delimited by size
                                               into  ws-rpt-line
                    move     ws-rpt-line       to    print-record
                    write    print-record
                    move     ws-rply-skip      to    ws-cnt-ed
                    move     space             to    ws-rpt-line
                    string   "Log rows not applied:  " delimited by size
                             ws-cnt-ed         delimited by size
                                               into  ws-rpt-line
                    move     ws-rpt-line       to    print-record
                    write    print-record
                    move     space             to    print-record
                    write    print-record.

           move     space                      to    ws-rpt-line.
           string   "Highest document on file " delimited by size
                    ws-doc-ed2                 delimited by size
                    ", next document number "  delimited by size
                    ws-doc-ed                  delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    ws-rpt-line.
           string   "Highest receipt on file  " delimited by size
                    ws-rcpt-ed2                delimited by size
                    ", last receipt issued "   delimited by size
                    ws-rcpt-ed                 delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           if       ws-cntr-ok                 =     "Y"
                    move     "Counters clear the files - recovery hold released"
                                               to    print-record
           else
                    move     "COUNTERS NOT CLEARED - recovery hold left on"
                                               to    print-record.
           write    print-record.
           close    print-file.
           display  "Recovery report written to " prnt-path.

       rpt-prnt-fil.
           move     ws-fil-rstr(fil-ix)        to    ws-cnt-ed.
           move     ws-fil-rply(fil-ix)        to    ws-cnt-ed2.
           move     ws-fil-pass(fil-ix)        to    ws-cnt-ed3.
           move     space                      to    ws-rpt-line.
           string   ws-fil-name(fil-ix)        delimited by size
                    "  "                       delimited by size
                    ws-cnt-ed                  delimited by size
                    "    "                     delimited by size
                    ws-cnt-ed2                 delimited by size
                    "    "                     delimited by size
                    ws-cnt-ed3                 delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
/
       read-ixcd-file.
           read     ixcd-file
                    invalid key
                            move      "23"     to    file-stts.

       release-code-record.
           move     9999                       to    ic-cd-tp.
           move     "XXXXXXXXX"                to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
