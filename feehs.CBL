      $set sourceformat"free"
      $set fileshare
*-----*-----------------------------------------------------------*
*     * Hunting/fishing license stock program                     *
*-----*-----------------------------------------------------------*
*     * feehs.cbl            10/15/26    epa                      *
*-----*-----------------------------------------------------------*
*     * Keeps the serial-numbered license and tag stock the       *
*     *      state consigns to the office.  (R)eceive books a     *
*     *      range of serials for a license type as it comes in   *
*     *      (feehstk.dat); (A)ssign hands all or part of a       *
*     *      range to a collection location or a clerk, and fee   *
*     *      entry will only issue a serial from stock assigned   *
*     *      to the location or clerk keying the license;         *
*     *      (S)poil records damaged, misprinted or lost stock    *
*     *      with the reason; (I)nquire shows the range and what  *
*     *      became of one serial.  Issued serials are written    *
*     *      by fee entry, and marked void when the document is   *
*     *      voided (feehsrl.dat).                                *
*     *                                                           *
*     *      (M)onth-end inventory prints, by license type, the   *
*     *      stock received, issued, voided and spoiled in the    *
*     *      month and the stock on hand at month end, then       *
*     *      lists every serial unaccounted for - a serial with   *
*     *      nothing recorded against it below a higher serial    *
*     *      of the same range that has gone out.  Run from the   *
*     *      night-run driver on the last open day of the month   *
*     *      the inventory is printed for that month without      *
*     *      asking.  Supervisor sign-on for the stock screens.   *
*-----*-----------------------------------------------------------*

           select hfl-stk    assign "\\kcffil01\clk\dat\feehstk.dat"
                             organization indexed
                             access mode  dynamic
                             record key   hs-key
                             file status  file-stts.

           select hfl-srl    assign "\\kcffil01\clk\dat\feehsrl.dat"
                             organization indexed
                             access mode  dynamic
                             record key   hsr-key
                             file status  file-stts.

           select ixcd-file  assign "\\kcffil01\clk\dat\ixcdfile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   ic-key
                             file status  file-stts.

           select opr-file   assign "\\kcffil01\clk\dat\oprfile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   op-key
                             file status  file-stts.

           select print-file assign prnt-path
                             file status  file-stts.
/
       copy "feehstk.cpb".
/
       copy "feehsrl.cpb".
/
       copy "IXCD.LIB".
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

*-----*-----------------------------------------------------------*
*     * shared with the night-run driver - when the driver has    *
*     *      a run going it supplies the business date here so    *
*     *      the step asks no questions                           *
*-----*-----------------------------------------------------------*
       01  nite-run-actv        pic  x(01) external.
       01  nite-run-date        pic  9(08) external.

       01  prnt-path            pic  x(60) value "c:\temp\hflinv.txt".

       01  sys-date.
           02 sys-yr            pic  9(02).
           02 sys-mt            pic  9(02).
           02 sys-dy            pic  9(02).

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

       01  kb-lic-tp            pic  x(05).
       01  kb-from-srl          pic  9(09).
       01  kb-thru-srl          pic  9(09).
       01  kb-asgn-tp           pic  x(01).
       01  kb-asgn-id           pic  x(05).
       01  kb-rsn               pic  x(30).
       01  kb-rpt-month         pic  9(06).

       01  ws-hfl-tp            pic  x(01).
       01  ws-fnd               pic  x(01).
       01  ws-vld               pic  x(01).
       01  ws-wrk-srl           pic  9(09).
       01  ws-srl-cnt           pic  9(09).
       01  ws-mnth-from         pic  9(08).
       01  ws-mnth-thru         pic  9(08).

*-----*-----------------------------------------------------------*
*     * the range as read, kept while an assignment splits it     *
*-----*-----------------------------------------------------------*
       01  ws-hold-stk          pic  x(70).
       01  ws-hold-beg          pic  9(09).
       01  ws-hold-end          pic  9(09).
       01  ws-hold-asgn-tp      pic  x(01).
       01  ws-hold-asgn-id      pic  x(05).
       01  ws-hold-asgn-date    pic  9(08).

*-----*-----------------------------------------------------------*
*     * month-end inventory by license type                       *
*-----*-----------------------------------------------------------*
       01  ws-tp-max            pic  9(02) value 20.
       01  ws-tp-cnt            pic  9(02).
       01  ws-tp-tbl.
           02 ws-tp-occ         occurs 20 times indexed by tp-ix.
              03 ws-tp-code     pic  x(05).
              03 ws-tp-rcvd     pic  9(09).
              03 ws-tp-issu     pic  9(09).
              03 ws-tp-void     pic  9(09).
              03 ws-tp-spld     pic  9(09).
              03 ws-tp-onhd     pic  9(09).
              03 ws-tp-unac     pic  9(09).

       01  ws-gap-max           pic  9(03) value 500.
       01  ws-gap-cnt           pic  9(03).
       01  ws-gap-over          pic  9(05).
       01  ws-gap-tbl.
           02 ws-gap-occ        occurs 500 times indexed by gap-ix.
              03 ws-gap-tp      pic  x(05).
              03 ws-gap-from    pic  9(09).
              03 ws-gap-thru    pic  9(09).

       01  ws-rng-tp            pic  x(05).
       01  ws-rng-beg           pic  9(09).
       01  ws-rng-end           pic  9(09).
       01  ws-rng-cnt           pic  9(09).
       01  ws-rng-used          pic  9(09).
       01  ws-rng-unac          pic  9(09).
       01  ws-rng-hi            pic  9(09).
       01  ws-rng-nxt           pic  9(09).
       01  ws-rng-eof           pic  x(01).
       01  ws-stk-eof           pic  x(01).

       01  ws-offc-name         pic  x(30).
       01  ws-rpt-line          pic  x(100).
       01  ws-srl-ed            pic  z(08)9.
       01  ws-srl-ed2           pic  z(08)9.
       01  ws-cnt-ed            pic  z(08)9.
       01  ws-cnt-ed2           pic  z(08)9.
       01  ws-cnt-ed3           pic  z(08)9.
       01  ws-cnt-ed4           pic  z(08)9.
       01  ws-cnt-ed5           pic  z(08)9.
       01  ws-cnt-ed6           pic  z(08)9.
/
       procedure division.

       declaratives.

       file-eror section.
           use after standard error procedure on hfl-stk
                                                 hfl-srl
                                                 ixcd-file
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
           if       nite-run-actv              =     "Y"             *> driver supplies the
                    move     nite-run-date(1:6) to   kb-rpt-month    *> month
                    perform  invn-rpt
           else
                    perform  entr-sprv
                    if       valid-clk-id      =     "Y"
                             perform  slct-mode
                                      until    run-mode = "E".
           perform  clos-fils.
           move     zero                       to    return-code.
           exit     program.
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

           open     i-o      hfl-stk.
           if       file-stts                  not = "00"
                    open     output  hfl-stk
                    close    hfl-stk
                    open     i-o     hfl-stk.
           open     i-o      hfl-srl.
           if       file-stts                  not = "00"
                    open     output  hfl-srl
                    close    hfl-srl
                    open     i-o     hfl-srl.
           open     input    ixcd-file.
           perform  open-opr-file.
           perform  load-local-official.

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

       load-local-official.
           move     0002                       to    ic-cd-tp.
           move     "CLRK"                     to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     ic-offc-name      to    ws-offc-name
           else
                    move     space             to    ws-offc-name.

       clos-fils.
           close    hfl-stk.
           close    hfl-srl.
           close    ixcd-file.
           close    opr-file.

       slct-mode.
           display  " ".
           display  "License stock - (R)eceive (A)ssign (S)poil (I)nquire (M)onth-end inventory (E)xit".
           move     space                      to    kb-choice.
           accept   kb-choice.
           if       kb-choice                  =     "E"
           or       kb-choice                  =     space
                    move     "E"               to    run-mode
           else
           if       kb-choice                  =     "R"
                    perform  rcve-stk
           else
           if       kb-choice                  =     "A"
                    perform  asgn-stk
           else
           if       kb-choice                  =     "S"
                    perform  spol-stk
           else
           if       kb-choice                  =     "I"
                    perform  inqr-srl
           else
           if       kb-choice                  =     "M"
                    display  "Inventory month (ccyymm): "
                    move     zero              to    kb-rpt-month
                    accept   kb-rpt-month
                    perform  invn-rpt.
/
*-----*-----------------------------------------------------------*
*     * supervisor sign-on                                        *
*-----*-----------------------------------------------------------*
       entr-sprv.
           move     space                      to    valid-clk-id.
           move     space                      to    kb-clk-id.
           display  "License stock - supervisor clerk id (blank to exit): ".
           accept   kb-clk-id.
           if       kb-clk-id                  not = space
                    perform  entr-clrk-vldt.

       entr-clrk-vldt.
           move     0005                       to    ic-cd-tp.
           move     kb-clk-id                  to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     "Y"               to    valid-clk-id
           else
                    display  "Clerk id not in the 0005 table".
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
                    display  "License stock needs a supervisor"
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
*     * shared prompts and lookups                                *
*-----*-----------------------------------------------------------*
       entr-lic-tp.
           display  "License type: ".
           move     space                      to    kb-lic-tp.
           accept   kb-lic-tp.
           perform  chck-hfl-tp.
           if       ws-hfl-tp                  not = "Y"
           and      kb-lic-tp                  not = space
                    display  "Not a hunting/fishing license type".

       chck-hfl-tp.   *> the license types fee entry prices as licenses,
                       *> plus any type its 0006 row puts in class 99
           move     space                      to    ws-hfl-tp.
           if       kb-lic-tp                  =     "COMBO"
           or       kb-lic-tp                  =     "HUNT"
           or       kb-lic-tp                  =     "FISH"
           or       kb-lic-tp                  =     "FSHJT"
           or       kb-lic-tp                  =     "HNTJR"
           or       kb-lic-tp                  =     "HNTNR"
           or       kb-lic-tp                  =     "HNT5"
           or       kb-lic-tp                  =     "FSHNR"
           or       kb-lic-tp                  =     "FSH3"
           or       kb-lic-tp                  =     "FSH15"
           or       kb-lic-tp                  =     "DEER"
           or       kb-lic-tp                  =     "DEERJR"
           or       kb-lic-tp                  =     "TURKEY"
           or       kb-lic-tp                  =     "TROUT"
           or       kb-lic-tp                  =     "DUCK"
                    move     "Y"               to    ws-hfl-tp.
           if       ws-hfl-tp                  not = "Y"
           and      kb-lic-tp                  not = space
                    perform  chck-hfl-cls.

       chck-hfl-cls.
           move     0006                       to    ic-cd-tp.
           move     kb-lic-tp                  to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
           and      ic-idx-cls                 =     "99"
                    move     "Y"               to    ws-hfl-tp.

       entr-srls.
           display  "First serial: ".
           move     zero                       to    kb-from-srl.
           accept   kb-from-srl.
           display  "Last serial (blank for one serial): ".
           move     zero                       to    kb-thru-srl.
           accept   kb-thru-srl.
           if       kb-thru-srl                =     zero
                    move     kb-from-srl       to    kb-thru-srl.
           move     "Y"                        to    ws-vld.
           if       kb-from-srl                =     zero
           or       kb-thru-srl                <     kb-from-srl
                    move     space             to    ws-vld
                    display  "Serials not valid".

       entr-asgn.
           move     "Y"                        to    ws-vld.
           display  "Issue from (L)ocation or by (C)lerk: ".
           move     space                      to    kb-asgn-tp.
           accept   kb-asgn-tp.
           display  "Location code or clerk id: ".
           move     space                      to    kb-asgn-id.
           accept   kb-asgn-id.
           if       kb-asgn-tp                 =     "C"
                    perform  entr-asgn-clrk
           else
           if       kb-asgn-tp                 not = "L"
           or       kb-asgn-id                 =     space
           or       kb-asgn-id(2:4)            not = space
                    move     space             to    ws-vld
                    display  "Assignment not valid"
           else
                    perform  entr-asgn-lctn.

       entr-asgn-lctn.
           move     0004                       to    ic-cd-tp.
           move     kb-asgn-id                 to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  not = "00"
                    move     space             to    ws-vld
                    display  "Location not in the 0004 table".

       entr-asgn-clrk.
           move     0005                       to    ic-cd-tp.
           move     kb-asgn-id                 to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  not = "00"
                    move     space             to    ws-vld
                    display  "Clerk id not in the 0005 table".

       find-rng.   *> the range of kb-lic-tp holding kb-from-srl
           move     space                      to    ws-fnd.
           move     kb-lic-tp                  to    hs-lic-tp.
           move     kb-from-srl                to    hs-beg-srl.
           move     space                      to    file-stts.
           start    hfl-stk
                    key  not >  hs-key
                    invalid  key
                             move     "23"     to    file-stts.
           if       file-stts                  =     "00"
                    read     hfl-stk
                             next
                             ignore   lock
                             at       end
                                      move     "10"  to  file-stts
                    end-read
                    if       file-stts         =     "00"
                    and      hs-lic-tp         =     kb-lic-tp
                    and      kb-from-srl       not > hs-end-srl
                             move     "Y"      to    ws-fnd.

       read-stk.
           read     hfl-stk
                    invalid  key
                             move     "23"     to    file-stts.

       read-srl.
           read     hfl-srl
                    invalid  key
                             move     "23"     to    file-stts.
/
*-----*-----------------------------------------------------------*
*     * receive a range from the state                            *
*-----*-----------------------------------------------------------*
       rcve-stk.
           perform  entr-lic-tp.
           if       ws-hfl-tp                  =     "Y"
                    perform  entr-srls
                    if       ws-vld            =     "Y"
                             perform  rcve-chck-ovlp
                             if       ws-vld   =     "Y"
                                      perform  rcve-stk-save.

       rcve-chck-ovlp.   *> no serial may be booked twice - the range at or
                          *> below the last serial must end before the first
           move     kb-lic-tp                  to    hs-lic-tp.
           move     kb-thru-srl                to    hs-beg-srl.
           move     space                      to    file-stts.
           start    hfl-stk
                    key  not >  hs-key
                    invalid  key
                             move     "23"     to    file-stts.
           if       file-stts                  =     "00"
                    read     hfl-stk
                             next
                             ignore   lock
                             at       end
                                      move     "10"  to  file-stts
                    end-read
                    if       file-stts         =     "00"
                    and      hs-lic-tp         =     kb-lic-tp
                    and      hs-end-srl        not < kb-from-srl
                             move     space    to    ws-vld
                             move     hs-beg-srl to  ws-srl-ed
                             move     hs-end-srl to  ws-srl-ed2
                             display  "Overlaps stock already received "
                                      ws-srl-ed " - " ws-srl-ed2.

       rcve-stk-save.
           perform  entr-asgn.
           if       ws-vld                     =     "Y"
                    compute  ws-srl-cnt        =     kb-thru-srl
                                               -     kb-from-srl + 1
                    move     ws-srl-cnt        to    ws-cnt-ed
                    display  "Receive " ws-cnt-ed " " kb-lic-tp " - OK (Y/N) ? "
                    move     space             to    kb-ok
                    accept   kb-ok
                    if       kb-ok             =     "Y"
                             move     kb-lic-tp   to hs-lic-tp
                             move     kb-from-srl to hs-beg-srl
                             move     kb-thru-srl to hs-end-srl
                             move     ws-today    to hs-rcvd-date
                             move     kb-clk-id   to hs-rcvd-by
                             move     kb-asgn-tp  to hs-asgn-tp
                             move     kb-asgn-id  to hs-asgn-id
                             move     ws-today    to hs-asgn-date
                             move     space       to hs-filler
                             write    hfl-stk-rcrd
                                      invalid  key
                                               display "Range already on file".
/
*-----*-----------------------------------------------------------*
*     * assign all or part of a range - a part is split off into  *
*     *      a range of its own with the same receiving details   *
*-----*-----------------------------------------------------------*
       asgn-stk.
           perform  entr-lic-tp.
           if       ws-hfl-tp                  =     "Y"
                    perform  entr-srls
                    if       ws-vld            =     "Y"
                             perform  find-rng
                             if       ws-fnd   not = "Y"
                             or       kb-thru-srl >  hs-end-srl
                                      display  "Serials are not within one range received"
                             else
                                      perform  asgn-stk-shw.

       asgn-stk-shw.
           move     hfl-stk-rcrd               to    ws-hold-stk.
           move     hs-beg-srl                 to    ws-hold-beg.
           move     hs-end-srl                 to    ws-hold-end.
           move     hs-asgn-tp                 to    ws-hold-asgn-tp.
           move     hs-asgn-id                 to    ws-hold-asgn-id.
           move     hs-asgn-date               to    ws-hold-asgn-date.
           move     hs-beg-srl                 to    ws-srl-ed.
           move     hs-end-srl                 to    ws-srl-ed2.
           display  "Range " ws-srl-ed " - " ws-srl-ed2
                    "  now " hs-asgn-tp " " hs-asgn-id.
           perform  entr-asgn.
           if       ws-vld                     =     "Y"
                    display  "Reassign - OK (Y/N) ? "
                    move     space             to    kb-ok
                    accept   kb-ok
                    if       kb-ok             =     "Y"
                             perform  asgn-stk-save.

       asgn-stk-save.
           move     kb-lic-tp                  to    hs-lic-tp.
           move     ws-hold-beg                to    hs-beg-srl.
           move     lock-stts                  to    file-stts.
           perform  read-stk
                    until    file-stts         not = lock-stts.
           if       file-stts                  not = "00"
                    display  "Range has gone from the file - nothing changed"
           else
           if       kb-from-srl                >     ws-hold-beg
                    compute  hs-end-srl        =     kb-from-srl - 1
                    rewrite  hfl-stk-rcrd
                    perform  asgn-stk-new
           else
                    move     kb-thru-srl       to    hs-end-srl
                    move     kb-asgn-tp        to    hs-asgn-tp
                    move     kb-asgn-id        to    hs-asgn-id
                    move     ws-today          to    hs-asgn-date
                    rewrite  hfl-stk-rcrd.
           if       kb-thru-srl                <     ws-hold-end
                    perform  asgn-stk-rest.

       asgn-stk-new.   *> the part assigned, split off the front
           move     ws-hold-stk                to    hfl-stk-rcrd.
           move     kb-from-srl                to    hs-beg-srl.
           move     kb-thru-srl                to    hs-end-srl.
           move     kb-asgn-tp                 to    hs-asgn-tp.
           move     kb-asgn-id                 to    hs-asgn-id.
           move     ws-today                   to    hs-asgn-date.
           write    hfl-stk-rcrd
                    invalid  key
                             display  "Range already on file".

       asgn-stk-rest.   *> the tail past the part assigned keeps the old
                         *> assignment
           move     ws-hold-stk                to    hfl-stk-rcrd.
           compute  hs-beg-srl                 =     kb-thru-srl + 1.
           move     ws-hold-end                to    hs-end-srl.
           move     ws-hold-asgn-tp            to    hs-asgn-tp.
           move     ws-hold-asgn-id            to    hs-asgn-id.
           move     ws-hold-asgn-date          to    hs-asgn-date.
           write    hfl-stk-rcrd
                    invalid  key
                             display  "Range already on file".
/
*-----*-----------------------------------------------------------*
*     * spoiled stock                                             *
*-----*-----------------------------------------------------------*
       spol-stk.
           perform  entr-lic-tp.
           if       ws-hfl-tp                  =     "Y"
                    perform  entr-srls
                    if       ws-vld            =     "Y"
                             perform  find-rng
                             if       ws-fnd   not = "Y"
                             or       kb-thru-srl >  hs-end-srl
                                      display  "Serials are not within one range received"
                             else
                                      perform  spol-stk-chck.

       spol-stk-chck.
           move     kb-from-srl                to    ws-wrk-srl.
           perform  spol-stk-chck-one
                    until    ws-wrk-srl        >     kb-thru-srl
                    or       ws-vld            not = "Y".
           if       ws-vld                     =     "Y"
                    display  "Reason: "
                    move     space             to    kb-rsn
                    accept   kb-rsn
                    compute  ws-srl-cnt        =     kb-thru-srl
                                               -     kb-from-srl + 1
                    move     ws-srl-cnt        to    ws-cnt-ed
                    display  "Spoil " ws-cnt-ed " " kb-lic-tp " - OK (Y/N) ? "
                    move     space             to    kb-ok
                    accept   kb-ok
                    if       kb-ok             =     "Y"
                    and      kb-rsn            >     space
                             move     kb-from-srl to ws-wrk-srl
                             perform  spol-stk-save
                                      until    ws-wrk-srl > kb-thru-srl.

       spol-stk-chck-one.
           move     kb-lic-tp                  to    hsr-lic-tp.
           move     ws-wrk-srl                 to    hsr-srl.
           move     lock-stts                  to    file-stts.
           perform  read-srl
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     space             to    ws-vld
                    move     ws-wrk-srl        to    ws-srl-ed
                    display  "Serial " ws-srl-ed " is already " hsr-stts
                             " on document " hsr-doc-no.
           add      01                         to    ws-wrk-srl.

       spol-stk-save.
           move     kb-lic-tp                  to    hsr-lic-tp.
           move     ws-wrk-srl                 to    hsr-srl.
           move     "S"                        to    hsr-stts.
           move     zero                       to    hsr-doc-no.
           move     ws-today                   to    hsr-date.
           move     kb-clk-id                  to    hsr-clk-id.
           move     space                      to    hsr-ch.
           move     zero                       to    hsr-void-date.
           move     kb-rsn                     to    hsr-rsn.
           move     space                      to    hsr-filler.
           write    hfl-srl-rcrd
                    invalid  key
                             move     ws-wrk-srl to  ws-srl-ed
                             display  "Serial " ws-srl-ed " was taken meanwhile".
           add      01                         to    ws-wrk-srl.
/
*-----*-----------------------------------------------------------*
*     * one serial                                                *
*-----*-----------------------------------------------------------*
       inqr-srl.
           perform  entr-lic-tp.
           if       ws-hfl-tp                  =     "Y"
                    display  "Serial: "
                    move     zero              to    kb-from-srl
                    accept   kb-from-srl
                    perform  find-rng
                    if       ws-fnd            not = "Y"
                             display  "Not in any stock received for this type"
                    else
                             perform  inqr-srl-shw.

       inqr-srl-shw.
           move     hs-beg-srl                 to    ws-srl-ed.
           move     hs-end-srl                 to    ws-srl-ed2.
           display  "Range " ws-srl-ed " - " ws-srl-ed2
                    "  received " hs-rcvd-date " by " hs-rcvd-by.
           display  "Assigned " hs-asgn-tp " " hs-asgn-id " on " hs-asgn-date.
           move     kb-lic-tp                  to    hsr-lic-tp.
           move     kb-from-srl                to    hsr-srl.
           move     lock-stts                  to    file-stts.
           perform  read-srl
                    until    file-stts         not = lock-stts.
           if       file-stts                  not = "00"
                    display  "On hand - nothing recorded against it"
           else
           if       hsr-stts                   =     "S"
                    display  "Spoiled " hsr-date " by " hsr-clk-id " - " hsr-rsn
           else
           if       hsr-stts                   =     "V"
                    display  "Issued " hsr-date " on document " hsr-doc-no
                             ", voided " hsr-void-date
           else
                    display  "Issued " hsr-date " on document " hsr-doc-no
                             " by " hsr-clk-id.
/
*-----*-----------------------------------------------------------*
*     * month-end inventory                                       *
*-----*-----------------------------------------------------------*
       invn-rpt.
           compute  ws-mnth-from               =     kb-rpt-month * 100 + 1.
           compute  ws-mnth-thru               =     kb-rpt-month * 100 + 31.
           move     zero                       to    ws-tp-cnt.
           move     zero                       to    ws-gap-cnt.
           move     zero                       to    ws-gap-over.
           perform  invn-scan.
           perform  invn-prnt.

       invn-scan.   *> every range received by month end, with the
                     *> serials recorded against it
           move     low-value                  to    hs-lic-tp.
           move     zero                       to    hs-beg-srl.
           move     space                      to    ws-stk-eof.
           start    hfl-stk
                    key  not <  hs-key
                    invalid  key
                             move     "Y"      to    ws-stk-eof.
           perform  invn-scan-rd
                    until    ws-stk-eof        =     "Y".

       invn-scan-rd.
           read     hfl-stk
                    next
                    ignore   lock
                    at       end
                             move     "Y"      to    ws-stk-eof.
           if       ws-stk-eof                 not = "Y"
           and      hs-rcvd-date               not > ws-mnth-thru
                    perform  invn-rng.

       invn-rng.
           move     hs-lic-tp                  to    ws-rng-tp.
           move     hs-beg-srl                 to    ws-rng-beg.
           move     hs-end-srl                 to    ws-rng-end.
           compute  ws-rng-cnt                 =     hs-end-srl
                                               -     hs-beg-srl + 1.
           perform  invn-find-tp.
           if       hs-rcvd-date               not < ws-mnth-from
                    add      ws-rng-cnt        to    ws-tp-rcvd(tp-ix).
           move     zero                       to    ws-rng-used.
           move     zero                       to    ws-rng-unac.
           move     zero                       to    ws-rng-hi.
           perform  invn-rng-pass1.
           perform  invn-rng-pass2.
           compute  ws-tp-onhd(tp-ix)          =     ws-tp-onhd(tp-ix)
                                               +     ws-rng-cnt
                                               -     ws-rng-used
                                               -     ws-rng-unac.
           add      ws-rng-unac                to    ws-tp-unac(tp-ix).

       invn-find-tp.   *> types in the order first met - only the license
                        *> types can be received, so the table cannot fill
           set      tp-ix                      to    01.
           search   ws-tp-occ
                    at       end
                             set      tp-ix    to    ws-tp-max
                    when     tp-ix             >     ws-tp-cnt
                             perform  invn-add-tp
                    when     ws-tp-code(tp-ix) =     ws-rng-tp
                             next sentence.

       invn-add-tp.
           add      01                         to    ws-tp-cnt.
           set      tp-ix                      to    ws-tp-cnt.
           move     ws-rng-tp                  to    ws-tp-code(tp-ix).
           move     zero                       to    ws-tp-rcvd(tp-ix).
           move     zero                       to    ws-tp-issu(tp-ix).
           move     zero                       to    ws-tp-void(tp-ix).
           move     zero                       to    ws-tp-spld(tp-ix).
           move     zero                       to    ws-tp-onhd(tp-ix).
           move     zero                       to    ws-tp-unac(tp-ix).

       invn-rng-start.
           move     ws-rng-tp                  to    hsr-lic-tp.
           move     ws-rng-beg                 to    hsr-srl.
           move     space                      to    ws-rng-eof.
           start    hfl-srl
                    key  not <  hsr-key
                    invalid  key
                             move     "Y"      to    ws-rng-eof.

       invn-rng-next.
           read     hfl-srl
                    next
                    ignore   lock
                    at       end
                             move     "Y"      to    ws-rng-eof.
           if       ws-rng-eof                 not = "Y"
           and     (hsr-lic-tp                 not = ws-rng-tp
           or       hsr-srl                    >     ws-rng-end)
                    move     "Y"               to    ws-rng-eof.

       invn-rng-pass1.   *> month counts, stock gone out by month end and
                          *> the highest serial gone out
           perform  invn-rng-start.
           perform  invn-rng-pass1-rd
                    until    ws-rng-eof        =     "Y".

       invn-rng-pass1-rd.
           perform  invn-rng-next.
           if       ws-rng-eof                 not = "Y"
                    perform  invn-rng-tally.

       invn-rng-tally.
           if       hsr-date                   not < ws-mnth-from
           and      hsr-date                   not > ws-mnth-thru
           and      hsr-stts                   =     "S"
                    add      01                to    ws-tp-spld(tp-ix).
           if       hsr-date                   not < ws-mnth-from
           and      hsr-date                   not > ws-mnth-thru
           and      hsr-stts                   not = "S"
                    add      01                to    ws-tp-issu(tp-ix).
           if       hsr-stts                   =     "V"
           and      hsr-void-date              not < ws-mnth-from
           and      hsr-void-date              not > ws-mnth-thru
                    add      01                to    ws-tp-void(tp-ix).
           if       hsr-date                   not > ws-mnth-thru
                    add      01                to    ws-rng-used
                    move     hsr-srl           to    ws-rng-hi.

       invn-rng-pass2.   *> serials with nothing against them below the
                          *> highest one gone out
           if       ws-rng-hi                  >     zero
                    move     ws-rng-beg        to    ws-rng-nxt
                    perform  invn-rng-start
                    perform  invn-rng-pass2-rd
                             until    ws-rng-eof =   "Y"
                             or       ws-rng-nxt >   ws-rng-hi.

       invn-rng-pass2-rd.
           perform  invn-rng-next.
           if       ws-rng-eof                 not = "Y"
                    if       hsr-srl           >     ws-rng-nxt
                             move     ws-rng-nxt to  ws-wrk-srl
                             compute  ws-rng-nxt =   hsr-srl - 1
                             perform  invn-gap
                             compute  ws-rng-nxt =   hsr-srl + 1
                    else
                             compute  ws-rng-nxt =   hsr-srl + 1.

       invn-gap.   *> ws-wrk-srl thru ws-rng-nxt
           compute  ws-rng-unac                =     ws-rng-unac
                                               +     ws-rng-nxt
                                               -     ws-wrk-srl + 1.
           if       ws-gap-cnt                 <     ws-gap-max
                    add      01                to    ws-gap-cnt
                    set      gap-ix            to    ws-gap-cnt
                    move     ws-rng-tp         to    ws-gap-tp(gap-ix)
                    move     ws-wrk-srl        to    ws-gap-from(gap-ix)
                    move     ws-rng-nxt        to    ws-gap-thru(gap-ix)
           else
                    add      01                to    ws-gap-over.

       invn-prnt.
           open     output   print-file.
           move     ws-offc-name               to    print-record.
           write    print-record.
           move     space                      to    ws-rpt-line.
           string   "Hunting/Fishing License Stock Inventory - month "
                                               delimited by size
                    kb-rpt-month               delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.
           move     "Type     Received     Issued     Voided    Spoiled    On hand Unaccounted"
                                               to    print-record.
           write    print-record.
           set      tp-ix                      to    01.
           perform  invn-prnt-tp
                    varying  tp-ix             from  01   by   01
                    until    tp-ix             >     ws-tp-cnt.
           move     space                      to    print-record.
           write    print-record.
           if       ws-gap-cnt                 =     zero
                    move     "No serials unaccounted for"
                                               to    print-record
                    write    print-record
           else
                    move     "Serials unaccounted for"
                                               to    print-record
                    write    print-record
                    set      gap-ix            to    01
                    perform  invn-prnt-gap
                             varying  gap-ix   from  01   by   01
                             until    gap-ix   >     ws-gap-cnt.
           if       ws-gap-over                >     zero
                    move     ws-gap-over       to    ws-cnt-ed
                    move     space             to    ws-rpt-line
                    string   "  ... and "      delimited by size
                             ws-cnt-ed         delimited by size
                             " more gaps not listed"
                                               delimited by size
                                               into  ws-rpt-line
                    move     ws-rpt-line       to    print-record
                    write    print-record.
           close    print-file.
           if       nite-run-actv              not = "Y"
                    display  "Inventory written to " prnt-path.

       invn-prnt-tp.
           move     ws-tp-rcvd(tp-ix)          to    ws-cnt-ed.
           move     ws-tp-issu(tp-ix)          to    ws-cnt-ed2.
           move     ws-tp-void(tp-ix)          to    ws-cnt-ed3.
           move     ws-tp-spld(tp-ix)          to    ws-cnt-ed4.
           move     ws-tp-onhd(tp-ix)          to    ws-cnt-ed5.
           move     ws-tp-unac(tp-ix)          to    ws-cnt-ed6.
           move     space                      to    ws-rpt-line.
           string   ws-tp-code(tp-ix)          delimited by size
                    " "                        delimited by size
                    ws-cnt-ed                  delimited by size
                    "  "                       delimited by size
                    ws-cnt-ed2                 delimited by size
                    "  "                       delimited by size
                    ws-cnt-ed3                 delimited by size
                    "  "                       delimited by size
                    ws-cnt-ed4                 delimited by size
                    "  "                       delimited by size
                    ws-cnt-ed5                 delimited by size
                    "  "                       delimited by size
                    ws-cnt-ed6                 delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.

       invn-prnt-gap.
           move     ws-gap-from(gap-ix)        to    ws-srl-ed.
           move     ws-gap-thru(gap-ix)        to    ws-srl-ed2.
           move     space                      to    ws-rpt-line.
           if       ws-gap-from(gap-ix)        =     ws-gap-thru(gap-ix)
                    string   "  "              delimited by size
                             ws-gap-tp(gap-ix) delimited by size
                             " "               delimited by size
                             ws-srl-ed         delimited by size
                                               into  ws-rpt-line
           else
                    string   "  "              delimited by size
                             ws-gap-tp(gap-ix) delimited by size
                             " "               delimited by size
                             ws-srl-ed         delimited by size
                             " thru "          delimited by size
                             ws-srl-ed2        delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
/
       read-ixcd-file.
           read     ixcd-file
                    invalid key
                            move      "23"     to    file-stts.
