      $set sourceformat"free"
      $set fileshare
*-----*-----------------------------------------------------------*
*     * Name-watch subscription program                           *
*-----*-----------------------------------------------------------*
*     * feew.cbl             10/15/26    epa                      *
*-----*-----------------------------------------------------------*
*     * Property-fraud name watch.  The maintenance screen        *
*     *      enrolls a homeowner or business in feewtch.dat       *
*     *      (subscriber number off the 0019 counter), changes    *
*     *      the watched name or mailing address, and cancels     *
*     *      the subscription (status C - the record is kept      *
*     *      for the hit history).  The match, run every night    *
*     *      by the night-run driver for the business date or     *
*     *      from the menu for any date, looks each active        *
*     *      subscriber up in the name cross-reference            *
*     *      (feenmxrf.dat) and takes every document recorded     *
*     *      that day, or on a closed day since the last open     *
*     *      day, that is not void; a person's first name,        *
*     *      when keyed, must agree with a party on the           *
*     *      document.  Each hit prints a notice letter (doc      *
*     *      number, type, book/page, recording date) to          *
*     *      wtch<date>.txt and is logged permanently in          *
*     *      feewhit.dat - a hit already logged is not noticed    *
*     *      twice, so a re-run mails nothing new.  The hit-log   *
*     *      listing prints the log for one subscriber or all,    *
*     *      for the sheriff when a fraud case comes in.          *
*-----*-----------------------------------------------------------*

       special-names. crt status crt-status.

           select name-wtch  assign "\\kcffil01\clk\dat\feewtch.dat"
                             organization indexed
                             access mode  dynamic
                             record key   wt-key
                             file status  file-stts.

           select wtch-hit   assign "\\kcffil01\clk\dat\feewhit.dat"
                             organization indexed
                             access mode  dynamic
                             record key   wh-key
                             file status  file-stts.

           select fee-nm-xrf assign "\\kcffil01\clk\dat\feenmxrf.dat"
                             organization indexed
                             access mode  dynamic
                             record key   nx-key
                             file status  file-stts.

           select fee-file   assign "\\kcffil01\clk\dat\feefile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   fee-key
                             file status  file-stts.

           select fee-prty   assign "\\kcffil01\clk\dat\feeprty.dat"
                             organization indexed
                             access mode  dynamic
                             record key   pt-key
                             file status  file-stts.

           select ixcd-file  assign "\\kcffil01\clk\dat\ixcdfile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   ic-key
                             file status  file-stts.

           select print-file assign prnt-path
                             file status  file-stts.
/
       copy "feewtch.cpb".
/
       copy "feewhit.cpb".
/
       copy "feenmxrf.cpb".
/
       copy "FEE.LIB".
/
       copy "feeprty.cpb".
/
       copy "IXCD.LIB".
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

       01  crt-status.
           02 crt-s1            pic  9(01).
           02 crt-s2            pic  9(02) comp-x.
           02 crt-s3            pic  9(02) comp-x.

*-----*-----------------------------------------------------------*
*     * shared with the night-run driver - when the driver has    *
*     *      a run going it supplies the business date here so    *
*     *      the step asks no questions                           *
*-----*-----------------------------------------------------------*
       01  nite-run-actv        pic  x(01) external.
       01  nite-run-date        pic  9(08) external.

       01  prnt-path            pic  x(60).

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
       01  nul-entry            pic  x(01).
       01  edt-mode             pic  x(30).

       01  kb-sbsc-no           pic  9(06).
       01  kb-bus-name          pic  x(50).
       01  kb-mtch-date         pic  9(08).

       01  ws-mtch-date         pic  9(08).
       01  ws-mtch-from         pic  9(08).

       copy "feebd.cpb".
       copy "feerv.cpb".

       01  ws-rcd-date          pic  9(08).
       01                       redefines
           ws-rcd-date.
           02 ws-rcd-cy         pic  9(04).
           02 ws-rcd-mt         pic  9(02).
           02 ws-rcd-dy         pic  9(02).
       01  ws-rcd-date-ed.
           02 ws-rcd-ed-mt      pic  9(02).
           02                   pic  x(01)  value "/".
           02 ws-rcd-ed-dy      pic  9(02).
           02                   pic  x(01)  value "/".
           02 ws-rcd-ed-cy      pic  9(04).

       01  ws-wtch-vld          pic  x(01).
       01  ws-wtch-err          pic  x(50).
       01  ws-srch-name         pic  x(25).
       01  ws-prty-fnd          pic  x(01).
       01  ws-wtch-name         pic  x(75).
       01  ws-party-desc        pic  x(08).
       01  ws-doc-dsc           pic  x(30).
       01  ws-offc-name         pic  x(30).
       01  ws-offcl-name        pic  x(30).
       01  ws-offcl-title       pic  x(30).
       01  ws-ltr-cnt           pic  9(05).
       01  ws-sbsc-cnt          pic  9(05).
       01  ws-dupl-cnt          pic  9(05).
       01  ws-fnd-cnt           pic  9(05).
       01  ws-rpt-line          pic  x(100).
       01  ws-doc-ed            pic  z(13)9.
       01  ws-sbsc-ed           pic  z(05)9.
       01  ws-cnt-ed            pic  z(04)9.
/
       screen section.

       01  ss-dflt                            highlight
                                              blank screen
                                              background-color 01
                                              foreground-color 07.

       01  ss-hedr                            highlight
                                              background-color 02
                                              foreground-color 07.
           02 "feew         Name-Watch Subscriptions              "
                                              line  01     col 01.
           02 "                            ".

       01  ss-menu-titls                      highlight
                                              background-color 01
                                              foreground-color 02.
           02 "(M)aintain subscribers"        line  05     col 05.
           02 "(N)ame-watch match for a date" line  06     col 05.
           02 "(L)ist the hit log"            line  07     col 05.
           02 "(E)xit"                        line  08     col 05.
           02 "Choice"                        line  10     col 05.

       01  ss-choice            pic x(01)     using kb-choice
                                              highlight     auto
                                              line  10     col 25.

       01  ss-key-titls                       highlight
                                              background-color 01
                                              foreground-color 02.
           02 "Subscriber No"                 line  05     col 05.
           02 "(zero to enroll)  ESC to exit" line  03     col 05.

       01  ss-wtch-titls                      highlight
                                              background-color 01
                                              foreground-color 02.
           02 "Name Type (P/B)"               line  07     col 05.
           02 "First Name"                    line  08     col 05.
           02 "Middle Name"                   line  09     col 05.
           02 "Last Name"                     line  10     col 05.
           02 "Business Name"                 line  11     col 05.
           02 "Mail To"                       line  12     col 05.
           02 "Address"                       line  13     col 05.
           02 "City/State/Zip"                line  15     col 05.
           02 "Enrolled"                      line  16     col 05.
           02 "Status (A/C)"                  line  17     col 05.
           02 "Clerk Id"                      line  18     col 05.
           02 "OK to save (Y/N)"              line  19     col 05.

       01  ss-key-flds                        highlight.
           02 ss-fld-sbsc       pic 9(06)     using kb-sbsc-no      auto
                                              line  05     col 25.

       01  ss-edt-mode          pic x(30)     from  edt-mode
                                              highlight
                                              background-color 01
                                              foreground-color 06
                                              line  05     col 40.

       01  ss-wtch-flds                       highlight.
           02 ss-fld-name-tp    pic x(01)     using wt-name-tp      auto
                                              line  07     col 25.
           02 ss-fld-frst       pic x(25)     using wt-frst-name
                                              line  08     col 25.
           02 ss-fld-midl       pic x(25)     using wt-midl-name
                                              line  09     col 25.
           02 ss-fld-last       pic x(25)     using wt-last-name
                                              line  10     col 25.
           02 ss-fld-bus        pic x(50)     using kb-bus-name
                                              line  11     col 25.
           02 ss-fld-mail       pic x(40)     using wt-mail-name
                                              line  12     col 25.
           02 ss-fld-addr1      pic x(40)     using wt-addr1
                                              line  13     col 25.
           02 ss-fld-addr2      pic x(40)     using wt-addr2
                                              line  14     col 25.
           02 ss-fld-city       pic x(25)     using wt-city
                                              line  15     col 25.
           02 ss-fld-st         pic x(02)     using wt-st           auto
                                              line  15     col 52.
           02 ss-fld-zip        pic x(10)     using wt-zip
                                              line  15     col 56.
           02 ss-fld-enrl       pic 9(08)     from  wt-enrl-date
                                              line  16     col 25.
           02 ss-fld-stts       pic x(01)     using wt-stts         auto
                                              line  17     col 25.
           02 ss-fld-clk        pic x(05)     using wt-clk-id       auto
                                              line  18     col 25.

       01  ss-ok                pic x(01)     using kb-ok
                                              highlight
                                              line  19     col 25.

       01  ss-mtch-titls                      highlight
                                              background-color 01
                                              foreground-color 02.
           02 "Recording date (ccyymmdd)"     line  05     col 05.
           02 "(zero for today)  ESC to exit" line  03     col 05.

       01  ss-mtch-date         pic 9(08)     using kb-mtch-date
                                              highlight     auto
                                              line  05     col 35.

       01  ss-list-titls                      highlight
                                              background-color 01
                                              foreground-color 02.
           02 "Subscriber No"                 line  05     col 05.
           02 "(zero for all)  ESC to exit"   line  03     col 05.

       01  ss-list-sbsc         pic 9(06)     using kb-sbsc-no
                                              highlight     auto
                                              line  05     col 25.

       01  ss-saved                           highlight
                                              background-color 03
                                              foreground-color 06.
           02 " Subscriber saved - number "   line  21     col 05.
           02                   pic z(05)9    from  wt-sbsc-no.
           02 " - press any key ".
           02                   pic x(01)     using nul-entry  auto  secure.

       01  ss-not-saved                       highlight
                                              background-color 03
                                              foreground-color 06.
           02 " Subscriber NOT saved - press any key "
                                              line  21     col 05.
           02                   pic x(01)     using nul-entry  auto  secure.

       01  ss-not-fnd                         highlight
                                              background-color 03
                                              foreground-color 06.
           02 " No such subscriber - press any key "
                                              line  21     col 05.
           02                   pic x(01)     using nul-entry  auto  secure.

       01  ss-wtch-err                        highlight
                                              background-color 03
                                              foreground-color 06.
           02                   pic x(50)     from  ws-wtch-err
                                              line  21     col 05.
           02                   pic x(01)     using nul-entry  auto  secure.

       01  ss-done                            highlight
                                              background-color 03
                                              foreground-color 06.
           02 " Written to "                  line  21     col 05.
           02                   pic x(40)     from  prnt-path.
           02                   pic x(01)     using nul-entry  auto  secure.

       01  ss-erase-err                       highlight
                                              background-color 01
                                              foreground-color 07.
           02 "                                                                      "
                                              line  21     col 05.
/
       procedure division.

       declaratives.

       file-eror section.
           use after standard error procedure on name-wtch
                                                 wtch-hit
                                                 fee-nm-xrf
                                                 fee-file
                                                 fee-prty
                                                 ixcd-file.
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
                    move     nite-run-date     to    ws-mtch-date    *> date
                    perform  wtch-mtch
           else
                    perform  slct-mode
                             until    run-mode =     "E".
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

           open     i-o      name-wtch.
           if       file-stts                  not = "00"
                    open     output  name-wtch
                    close    name-wtch
                    open     i-o     name-wtch.
           open     i-o      wtch-hit.
           if       file-stts                  not = "00"
                    open     output  wtch-hit
                    close    wtch-hit
                    open     i-o     wtch-hit.
           open     input    fee-nm-xrf.
           if       file-stts                  not = "00"
                    open     output  fee-nm-xrf
                    close    fee-nm-xrf
                    open     input   fee-nm-xrf.
           open     input    fee-file.
           open     input    fee-prty.
           if       file-stts                  not = "00"
                    open     output  fee-prty
                    close    fee-prty
                    open     input   fee-prty.
           open     i-o      ixcd-file.

           perform  load-local-official.

       load-local-official.
           move     0002                       to    ic-cd-tp.
           move     "CLRK"                     to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     ic-offc-name      to    ws-offc-name
                    move     ic-offcl-name     to    ws-offcl-name
                    move     ic-offcl-title    to    ws-offcl-title
           else
                    move     space             to    ws-offc-name
                    move     space             to    ws-offcl-name
                    move     space             to    ws-offcl-title.
           perform  release-code-record.

       slct-mode.
           display  ss-dflt.
           display  ss-hedr.
           display  ss-menu-titls.
           move     space                      to    kb-choice.
           display  ss-choice.
           accept   ss-choice.
           if       crt-s2                     =     zero
           and      kb-choice                  =     space
                    move     "E"               to    run-mode
           else
           if       kb-choice                  =     "E"
           or       kb-choice                  =     "e"
                    move     "E"               to    run-mode
           else
           if       kb-choice                  =     "M"
           or       kb-choice                  =     "m"
                    move     space             to    run-mode
                    perform  mntn-one
                             until    run-mode =     "X"
                    move     space             to    run-mode
           else
           if       kb-choice                  =     "N"
           or       kb-choice                  =     "n"
                    perform  entr-mtch-date
           else
           if       kb-choice                  =     "L"
           or       kb-choice                  =     "l"
                    perform  entr-list-sbsc.
/
*-----*-----------------------------------------------------------*
*     * subscriber maintenance - enroll, change, cancel           *
*-----*-----------------------------------------------------------*
       mntn-one.
           display  ss-dflt.
           display  ss-hedr.
           display  ss-key-titls.
           display  ss-wtch-titls.
           perform  cler-flds.
           display  ss-key-flds.
           display  ss-wtch-flds.
           display  ss-edt-mode.

           accept   ss-fld-sbsc.
           if       crt-s2                     =     zero
                    move     "X"               to    run-mode
           else
                    perform  load-wtch
                    if       run-mode          =     "A"
                    or       run-mode          =     "C"
                             perform  entr-wtch-flds
                             perform  vldt-wtch
                             perform  save-wtch.

       cler-flds.
           move     zero                       to    kb-sbsc-no.
           move     space                      to    kb-bus-name.
           move     space                      to    kb-ok.
           move     space                      to    edt-mode.
           initialize name-wtch-record.

       load-wtch.
           if       kb-sbsc-no                 =     zero
                    move     "A"               to    run-mode
                    move     "Enrolling new subscriber"
                                               to    edt-mode
                    initialize name-wtch-record
                    move     "P"               to    wt-name-tp
                    move     "A"               to    wt-stts
                    move     ws-today          to    wt-enrl-date
                    move     zero              to    wt-cncl-date
           else
                    move     kb-sbsc-no        to    wt-sbsc-no
                    move     lock-stts         to    file-stts
                    perform  read-name-wtch
                             until    file-stts
                                               not = lock-stts
                    if       file-stts         =     "00"
                             move     "C"      to    run-mode
                             move     "Changing subscriber"
                                               to    edt-mode
                             if       wt-name-tp
                                               =     "B"
                                      move     wt-name(1:50)
                                               to    kb-bus-name
                             end-if
                    else
                             move     space    to    run-mode
                             display  ss-not-fnd
                             accept   ss-not-fnd
                             display  ss-erase-err.
           display  ss-edt-mode.
           display  ss-wtch-flds.

       entr-wtch-flds.
           accept   ss-fld-name-tp.
           if       wt-name-tp                 =     "b"
                    move     "B"               to    wt-name-tp.
           if       wt-name-tp                 =     "p"
                    move     "P"               to    wt-name-tp.
           if       wt-name-tp                 =     "B"
                    accept   ss-fld-bus
                    move     kb-bus-name       to    wt-name
           else
                    move     space             to    kb-bus-name
                    accept   ss-fld-frst
                    accept   ss-fld-midl
                    accept   ss-fld-last.
           accept   ss-fld-mail.
           accept   ss-fld-addr1.
           accept   ss-fld-addr2.
           accept   ss-fld-city.
           accept   ss-fld-st.
           accept   ss-fld-zip.
           accept   ss-fld-stts.
           if       wt-stts                    =     "a"
                    move     "A"               to    wt-stts.
           if       wt-stts                    =     "c"
                    move     "C"               to    wt-stts.
           accept   ss-fld-clk.
           accept   ss-ok.

       vldt-wtch.   *> a bad entry is refused whole rather than saved half-right
           move     "Y"                        to    ws-wtch-vld.
           move     space                      to    ws-wtch-err.
           if       wt-name-tp                 not = "P"
           and      wt-name-tp                 not = "B"
                    move     " Name type must be P or B "
                                               to    ws-wtch-err
           else
           if       wt-name-tp                 =     "P"
           and      wt-last-name               =     space
                    move     " Last name is required "
                                               to    ws-wtch-err
           else
           if       wt-name-tp                 =     "B"
           and      wt-name                    =     space
                    move     " Business name is required "
                                               to    ws-wtch-err
           else
           if       wt-addr1                   =     space
           or       wt-city                    =     space
                    move     " Mailing address is required "
                                               to    ws-wtch-err
           else
           if       wt-stts                    not = "A"
           and      wt-stts                    not = "C"
                    move     " Status must be A or C "
                                               to    ws-wtch-err
           else
                    perform  vldt-wtch-clk.
           if       ws-wtch-err                >     space
                    move     space             to    ws-wtch-vld.

       vldt-wtch-clk.
           move     0005                       to    ic-cd-tp.
           move     wt-clk-id                  to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  not = "00"
                    move     " Clerk id not in the 0005 table "
                                               to    ws-wtch-err.
           perform  release-code-record.

       save-wtch.
           if       ws-wtch-vld                not = "Y"
           and      kb-ok                      =     "Y"
                    display  ss-wtch-err
                    accept   ss-wtch-err
                    display  ss-erase-err
                    move     space             to    kb-ok.
           if       wt-stts                    =     "C"
           and      wt-cncl-date               =     zero
                    move     ws-today          to    wt-cncl-date.
           if       wt-stts                    =     "A"
                    move     zero              to    wt-cncl-date.

           if       kb-ok                      =     "Y"
           and      run-mode                   =     "A"
                    perform  next-sbsc-no
                    write    name-wtch-record
                             invalid  key
                                      rewrite  name-wtch-record
                    end-write
                    display  ss-saved
                    accept   ss-saved
           else
           if       kb-ok                      =     "Y"
           and      run-mode                   =     "C"
                    rewrite  name-wtch-record
                             invalid  key
                                      write    name-wtch-record
                    end-rewrite
                    display  ss-saved
                    accept   ss-saved
           else
                    display  ss-not-saved
                    accept   ss-not-saved.
           display  ss-erase-err.
           move     space                      to    run-mode.

       next-sbsc-no.   *> the number is taken only at save, so an abandoned
                        *> enrollment does not use one up
           move     0019                       to    ic-cd-tp.
           move     "WATCH"                    to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-lock
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    add      01                to    ic-nxt-doc-no
                    rewrite  index-code-record
                    move     "R"               to    rv-func
           else
                    initialize index-code-record
                    move     0019              to    ic-cd-tp
                    move     "WATCH"           to    ic-id
                    move     "NAME WATCH"      to    ic-desc
                    move     01                to    ic-nxt-doc-no
                    write    index-code-record
                    move     "W"               to    rv-func.
           perform  rlog-ixcd.
           move     ic-nxt-doc-no              to    wt-sbsc-no.
           perform  release-code-record.
/
*-----*-----------------------------------------------------------*
*     * nightly match - every active subscriber against the       *
*     *      name cross-reference for the recording date          *
*-----*-----------------------------------------------------------*
       entr-mtch-date.
           display  ss-dflt.
           display  ss-hedr.
           display  ss-mtch-titls.
           move     zero                       to    kb-mtch-date.
           display  ss-mtch-date.
           accept   ss-mtch-date.
           if       crt-s2                     not = zero
                    if       kb-mtch-date      =     zero
                             move     ws-today to    ws-mtch-date
                    else
                             move     kb-mtch-date
                                               to    ws-mtch-date
                    end-if
                    perform  wtch-mtch
                    display  ss-done
                    accept   ss-done.

       wtch-mtch.
           perform  load-mtch-from.
           move     space                      to    prnt-path.
           string   "\\kcffil01\clk\dat\wtch"  delimited by size
                    ws-mtch-date               delimited by size
                    ".txt"                     delimited by size
                                               into  prnt-path.
           open     output    print-file.

           move     zero                       to    ws-sbsc-cnt.
           move     zero                       to    ws-ltr-cnt.
           move     zero                       to    ws-dupl-cnt.
           move     low-value                  to    wt-key.
           move     space                      to    file-stts.
           start    name-wtch
                    key  not <  wt-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  wtch-mtch-rd
                    until    file-stts         =     "10".

           if       ws-ltr-cnt                 =     zero
                    move     space             to    ws-rpt-line
                    string   "No name-watch notices for "
                                               delimited by size
                             ws-mtch-date      delimited by size
                                               into  ws-rpt-line
                    move     ws-rpt-line       to    print-record
                    write    print-record.
           close    print-file.

           if       nite-run-actv              =     "Y"
                    move     ws-sbsc-cnt       to    ws-cnt-ed
                    display  "Subscribers checked:  "  ws-cnt-ed
                    move     ws-ltr-cnt        to    ws-cnt-ed
                    display  "Notices written:      "  ws-cnt-ed
                    move     ws-dupl-cnt       to    ws-cnt-ed
                    display  "Already noticed:      "  ws-cnt-ed
                    display  "Name-watch notices written to " prnt-path.

       load-mtch-from.   *> nothing runs on a closed day, so the match takes
                          *> every document recorded after the last open day
                          *> before the match date
           move     "P"                        to    bd-func.
           move     ws-mtch-date               to    bd-date.
           call     "feebd"                    using bd-parm.
           move     bd-rslt-date               to    ws-mtch-from.

       wtch-mtch-rd.
           read     name-wtch
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      wt-stts                    =     "A"
           and      wt-enrl-date               not > ws-mtch-date
                    perform  mtch-one-sbsc.
           if       file-stts                  not = "10"
                    move     "00"              to    file-stts.

       mtch-one-sbsc.
           add      01                         to    ws-sbsc-cnt.
           if       wt-name-tp                 =     "B"
                    move     wt-name(1:25)     to    ws-srch-name
           else
                    move     wt-last-name      to    ws-srch-name.
           perform  load-wtch-name.

           move     ws-srch-name               to    nx-name.
           move     zero                       to    nx-doc-no.
           move     space                      to    file-stts.
           start    fee-nm-xrf
                    key  not <  nx-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  mtch-xref-rd
                    until    file-stts         =     "10".
           move     "00"                       to    file-stts.

       mtch-xref-rd.
           read     fee-nm-xrf
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      nx-name                    not = ws-srch-name
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
                    perform  mtch-xref-doc.
           if       file-stts                  not = "10"
                    move     "00"              to    file-stts.

       mtch-xref-doc.   *> a business watch only matches a business party and
                         *> a person watch only a person
           move     space                      to    ws-prty-fnd.
           if      (wt-name-tp                 =     "B"
           and      nx-name-tp                 =     "B")
           or      (wt-name-tp                 not = "B"
           and      nx-name-tp                 not = "B")
                    move     nx-doc-no         to    fr-doc-no
                    move     lock-stts         to    file-stts
                    perform  read-fee-file
                             until    file-stts
                                               not = lock-stts
                    if       file-stts         =     "00"
                    and      fr-doc-date       >     ws-mtch-from
                    and      fr-doc-date       not > ws-mtch-date
                    and      fr-bkkp-cd        not = "VOIDED"
                             perform  chck-frst-name.
           if       ws-prty-fnd                =     "Y"
                    perform  otpt-hit.
           move     "00"                       to    file-stts.

       chck-frst-name.   *> the cross-reference carries only the last name, so
                          *> a person keyed with a first name is checked
                          *> against the parties on the document itself
           if       wt-name-tp                 =     "B"
           or       wt-frst-name               =     space
                    move     "Y"               to    ws-prty-fnd
           else
           if       fr-name-tp1                not = "B"
           and      fr-last-name1              =     wt-last-name
           and      fr-frst-name1              =     wt-frst-name
                    move     "Y"               to    ws-prty-fnd
           else
           if       fr-name-tp2                not = "B"
           and      fr-last-name2              =     wt-last-name
           and      fr-frst-name2              =     wt-frst-name
                    move     "Y"               to    ws-prty-fnd
           else
                    perform  chck-frst-prty.

       chck-frst-prty.
           move     fr-doc-no                  to    pt-doc-no.
           move     zero                       to    pt-seq.
           move     "00"                       to    file-stts.
           start    fee-prty
                    key  not <  pt-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  chck-frst-prty-rd
                    until    file-stts         =     "10"
                    or       ws-prty-fnd       =     "Y".

       chck-frst-prty-rd.
           read     fee-prty
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      pt-doc-no                  not = fr-doc-no
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
           and      pt-name-tp                 not = "B"
           and      pt-last-name               =     wt-last-name
           and      pt-frst-name               =     wt-frst-name
                    move     "Y"               to    ws-prty-fnd.

       load-wtch-name.   *> the watched name as it reads on the letter
           move     space                      to    ws-wtch-name.
           if       wt-name-tp                 =     "B"
                    move     wt-name           to    ws-wtch-name
           else
                    string   wt-frst-name      delimited by "  "
                             " "               delimited by size
                             wt-midl-name      delimited by "  "
                             " "               delimited by size
                             wt-last-name      delimited by "  "
                                               into  ws-wtch-name.

       otpt-hit.   *> a hit already in the log has had its letter - count it only
           move     wt-sbsc-no                 to    wh-sbsc-no.
           move     fr-doc-no                  to    wh-doc-no.
           move     fr-doc-tp                  to    wh-doc-tp.
           move     fr-doc-date                to    wh-doc-date.
           move     fr-rcd-ch                  to    wh-rcd-ch.
           move     fr-beg-bk                  to    wh-beg-bk.
           move     fr-beg-pg                  to    wh-beg-pg.
           move     nx-party                   to    wh-party.
           move     ws-wtch-name               to    wh-name.
           move     ws-mtch-date               to    wh-mtch-date.
           move     ws-today                   to    wh-ntc-date.
           move     space                      to    wh-filler.
           move     "00"                       to    file-stts.
           write    wtch-hit-record
                    invalid  key
                             move     "22"     to    file-stts.
           if       file-stts                  =     "22"
                    add      01                to    ws-dupl-cnt
           else
                    add      01                to    ws-ltr-cnt
                    perform  prnt-ntc-ltr.

       prnt-ntc-ltr.
           perform  load-doc-dsc.
           if       nx-party                   =     "1"
                    move     "GRANTOR"         to    ws-party-desc
           else
                    move     "GRANTEE"         to    ws-party-desc.
           move     fr-doc-date                to    ws-rcd-date.
           move     ws-rcd-mt                  to    ws-rcd-ed-mt.
           move     ws-rcd-dy                  to    ws-rcd-ed-dy.
           move     ws-rcd-cy                  to    ws-rcd-ed-cy.

           move     ws-offc-name               to    print-record.
           if       ws-ltr-cnt                 =     01
                    write    print-record
           else
                    write    print-record      after advancing page.
           move     "NAME-WATCH NOTICE"        to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.
           if       wt-mail-name               >     space
                    move     wt-mail-name      to    print-record
           else
                    move     ws-wtch-name      to    print-record.
           write    print-record.
           move     wt-addr1                   to    print-record.
           write    print-record.
           if       wt-addr2                   >     space
                    move     wt-addr2          to    print-record
                    write    print-record.
           move     space                      to    ws-rpt-line.
           string   wt-city                    delimited by "  "
                    ", "                       delimited by size
                    wt-st                      delimited by size
                    "  "                       delimited by size
                    wt-zip                     delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.
           move     wt-sbsc-no                 to    ws-sbsc-ed.
           move     space                      to    ws-rpt-line.
           string   "Name-watch subscriber "   delimited by size
                    ws-sbsc-ed                 delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.
           move     "A document naming the name you asked us to watch was recorded in this"
                                               to    print-record.
           write    print-record.
           move     "office.  If you do not recognize this filing, please contact this"
                                               to    print-record.
           write    print-record.
           move     "office and your local law enforcement agency."
                                               to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.
           move     space                      to    ws-rpt-line.
           string   "   Name watched:    "     delimited by size
                    ws-wtch-name               delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    ws-rpt-line.
           string   "   Named as:        "     delimited by size
                    ws-party-desc              delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     fr-doc-no                  to    ws-doc-ed.
           move     space                      to    ws-rpt-line.
           string   "   Document number: "     delimited by size
                    ws-doc-ed                  delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    ws-rpt-line.
           string   "   Document type:   "     delimited by size
                    fr-doc-tp                  delimited by size
                    " "                        delimited by size
                    ws-doc-dsc                 delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    ws-rpt-line.
           string   "   Book/page:       "     delimited by size
                    fr-beg-bk                  delimited by size
                    "/"                        delimited by size
                    fr-beg-pg                  delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    ws-rpt-line.
           string   "   Recorded:        "     delimited by size
                    ws-rcd-date-ed             delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.
           move     "_____________________________"
                                               to    print-record.
           write    print-record.
           move     ws-offcl-name              to    print-record.
           write    print-record.
           move     ws-offcl-title             to    print-record.
           write    print-record.

       load-doc-dsc.
           move     0006                       to    ic-cd-tp.
           move     fr-doc-tp                  to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     ic-doc-name       to    ws-doc-dsc
           else
                    move     space             to    ws-doc-dsc.
           perform  release-code-record.
/
*-----*-----------------------------------------------------------*
*     * hit-log listing - one subscriber or all                   *
*-----*-----------------------------------------------------------*
       entr-list-sbsc.
           display  ss-dflt.
           display  ss-hedr.
           display  ss-list-titls.
           move     zero                       to    kb-sbsc-no.
           display  ss-list-sbsc.
           accept   ss-list-sbsc.
           if       crt-s2                     not = zero
                    perform  hit-list
                    display  ss-done
                    accept   ss-done.

       hit-list.
           move     "\\kcffil01\clk\dat\wtchhit.txt"
                                               to    prnt-path.
           open     output    print-file.
           move     ws-offc-name               to    print-record.
           write    print-record.
           move     space                      to    ws-rpt-line.
           if       kb-sbsc-no                 =     zero
                    string   "NAME-WATCH HIT LOG - ALL SUBSCRIBERS  as of "
                                               delimited by size
                             ws-today          delimited by size
                                               into  ws-rpt-line
           else
                    move     kb-sbsc-no        to    ws-sbsc-ed
                    string   "NAME-WATCH HIT LOG - SUBSCRIBER "
                                               delimited by size
                             ws-sbsc-ed        delimited by size
                             "  as of "        delimited by size
                             ws-today          delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.
           move     "Subscr  Document No     Type  Ch Book/Page Recorded Party Noticed  Name watched"
                                               to    print-record.
           write    print-record.

           move     zero                       to    ws-fnd-cnt.
           move     kb-sbsc-no                 to    wh-sbsc-no.
           move     zero                       to    wh-doc-no.
           move     space                      to    file-stts.
           start    wtch-hit
                    key  not <  wh-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  hit-list-rd
                    until    file-stts         =     "10".

           if       ws-fnd-cnt                 =     zero
                    move     "  No name-watch hits logged."
                                               to    print-record
                    write    print-record.
           move     space                      to    print-record.
           write    print-record.
           move     ws-fnd-cnt                 to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Hits logged: "            delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           close    print-file.

       hit-list-rd.
           read     wtch-hit
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      kb-sbsc-no                 not = zero
           and      wh-sbsc-no                 not = kb-sbsc-no
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
                    perform  hit-list-line.

       hit-list-line.
           add      01                         to    ws-fnd-cnt.
           move     wh-sbsc-no                 to    ws-sbsc-ed.
           move     wh-doc-no                  to    ws-doc-ed.
           move     space                      to    ws-rpt-line.
           string   ws-sbsc-ed                 delimited by size
                    " "                        delimited by size
                    ws-doc-ed                  delimited by size
                    "  "                       delimited by size
                    wh-doc-tp                  delimited by size
                    " "                        delimited by size
                    wh-rcd-ch                  delimited by size
                    "  "                       delimited by size
                    wh-beg-bk                  delimited by size
                    "/"                        delimited by size
                    wh-beg-pg                  delimited by size
                    " "                        delimited by size
                    wh-doc-date                delimited by size
                    "   "                      delimited by size
                    wh-party                   delimited by size
                    "  "                       delimited by size
                    wh-ntc-date                delimited by size
                    " "                        delimited by size
                    wh-name                    delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
/
       read-name-wtch.
           read     name-wtch
                    invalid key
                            move      "23"     to    file-stts.

       read-fee-file.
           read     fee-file
                    ignore   lock
                    invalid key
                            move      "23"     to    file-stts.

       read-ixcd-file.
           read     ixcd-file
                    ignore   lock
                    invalid key
                            move      "23"     to    file-stts.

       read-ixcd-lock.
           read     ixcd-file
                    invalid key
                            move      "23"     to    file-stts.

       rlog-ixcd.   *> after-image for the forward-recovery log (feerv) -
                     *> only a change that took
           move     "IXCDFILE"                 to    rv-file.
           move     index-code-record          to    rv-rcrd.
           move     "FEEW"                     to    rv-prog.
           move     wt-clk-id                  to    rv-user.
           if       file-stts                  =     "00"
                    call     "feerv"           using rv-parm.

       release-code-record.
           move     9999                       to    ic-cd-tp.
           move     "XXXXXXXXX"                to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-lock
                    until    file-stts         not = lock-stts.

       clos-fils.
           close    name-wtch.
           close    wtch-hit.
           close    fee-nm-xrf.
           close    fee-file.
           close    fee-prty.
           close    ixcd-file.
