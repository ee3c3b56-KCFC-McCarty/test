      $set sourceformat"free"
      $set fileshare
*-----*-----------------------------------------------------------*
*     * Related-instrument inquiry and marginal listing program   *
*-----*-----------------------------------------------------------*
*     * feej.cbl             10/15/26    epa                      *
*-----*-----------------------------------------------------------*
*     * Counter lookup of a mortgage (or any instrument) by       *
*     *      book/page or document number, showing it with        *
*     *      every release, partial release, assignment and       *
*     *      satisfaction filed against it, over the original-    *
*     *      keyed access path (feerlxrf.dat) that fee entry      *
*     *      keeps at save.  The listing mode prints the day's    *
*     *      marginal notations for the vault staff - every       *
*     *      link keyed or corrected that day, grouped by the     *
*     *      original instrument, with the book/page to annotate  *
*     *      and the book/page of the filing to cite.  Run from   *
*     *      the night-run driver the listing is written for      *
*     *      the business date without asking.  A listing also    *
*     *      takes in the days the courthouse was closed since    *
*     *      the last open day before the listing date.           *
*-----*-----------------------------------------------------------*

           select fee-rltd   assign "\\kcffil01\clk\dat\feerltd.dat"
                             organization indexed
                             access mode  dynamic
                             record key   rl-key
                             file status  file-stts.

           select rltd-xrf   assign "\\kcffil01\clk\dat\feerlxrf.dat"
                             organization indexed
                             access mode  dynamic
                             record key   rx-key
                             file status  file-stts.

           select fee-file   assign "\\kcffil01\clk\dat\feefile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   fee-key
                             file status  file-stts.

           select deed-list  assign "\\kcffil01\clk\dat\deedlist.dat"
                             organization indexed
                             access mode  random
                             record key   deed-list-key
                             file status  file-stts.

           select dcmt-xref  assign "\\kcffil01\clk\dat\dcmtxref.dat"
                             organization indexed
                             access mode  random
                             record key   dcmt-xref-key
                             file status  file-stts.

           select ixcd-file  assign "\\kcffil01\clk\dat\ixcdfile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   ic-key
                             file status  file-stts.

           select print-file assign prnt-path
                             file status  file-stts.
/
       copy "feerltd.cpb".
/
       copy "feerlxrf.cpb".
/
       copy "FEE.LIB".
/
       copy "k:\clkx\src\deedlist.lib".
/
       copy "k:\clkx\src\dcmtxref.lib".
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
       01  kb-lkup              pic  x(01).
       01  kb-ch                pic  x(01).
       01  kb-bk                pic  9(04).
       01  kb-pg                pic  9(04).
       01  kb-doc               pic  9(14).
       01  kb-list-date         pic  9(08).

       01  ws-orig-fnd          pic  x(01).
       01  ws-orig-ch           pic  x(01).
       01  ws-orig-bk           pic  9(04).
       01  ws-orig-pg           pic  9(04).
       01  ws-orig-doc          pic  9(14).
       01  ws-orig-tp           pic  x(10).
       01  ws-last-ch           pic  x(01).
       01  ws-last-doc          pic  9(14).

       01  ws-list-date         pic  9(08).
       01  ws-list-from         pic  9(08).

       copy "feebd.cpb".
       01  ws-fnd-cnt           pic  9(05).
       01  ws-orig-cnt          pic  9(05).
       01  ws-offc-name         pic  x(30).
       01  ws-rltn-desc         pic  x(12).
       01  ws-name1             pic  x(30).
       01  ws-name2             pic  x(30).
       01  ws-rpt-line          pic  x(100).
       01  ws-doc-ed            pic  z(13)9.
       01  ws-cnt-ed            pic  z(04)9.
/
       procedure division.

       declaratives.

       file-eror section.
           use after standard error procedure on fee-rltd
                                                 rltd-xrf
                                                 fee-file
                                                 deed-list
                                                 dcmt-xref
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
                    move     nite-run-date     to    ws-list-date    *> date
                    perform  mrgn-list
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

           open     input    fee-rltd.   *> never written here - input only, so
                                         *> an idle inquiry cannot hold a lock
                                         *> against fee entry's rewrites
           if       file-stts                  not = "00"
                    open     output  fee-rltd
                    close    fee-rltd
                    open     input   fee-rltd.
           open     input    rltd-xrf.
           if       file-stts                  not = "00"
                    open     output  rltd-xrf
                    close    rltd-xrf
                    open     input   rltd-xrf.
           open     input    fee-file.
           open     input    deed-list.
           open     input    dcmt-xref.
           open     input    ixcd-file.

           perform  load-local-official.

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

       slct-mode.
           display  " ".
           display  "(I)nquiry by original instrument  (L)isting of marginal notations  (E)xit".
           move     space                      to    kb-choice.
           accept   kb-choice.
           if       kb-choice                  =     "E"
           or       kb-choice                  =     space
                    move     "E"               to    run-mode
           else
           if       kb-choice                  =     "I"
                    perform  orig-inq
           else
           if       kb-choice                  =     "L"
                    perform  entr-list-date
                    perform  mrgn-list.
/
       orig-inq.
           perform  entr-orig.
           if       ws-orig-fnd                not = "Y"
                    next sentence
           else
                    perform  orig-inq-shw.

       entr-orig.
           move     space                      to    ws-orig-fnd.
           move     space                      to    kb-lkup.
           display  "Original instrument - (B)ook/page or (D)ocument number: ".
           accept   kb-lkup.
           move     space                      to    kb-ch.
           display  "Courthouse: ".
           accept   kb-ch.
           if       kb-lkup                    =     "D"
                    perform  entr-orig-by-doc
           else
           if       kb-lkup                    =     "B"
                    perform  entr-orig-by-bkpg.

       entr-orig-by-bkpg.
           move     zero                       to    kb-bk.
           move     zero                       to    kb-pg.
           display  "Book: ".
           accept   kb-bk.
           display  "Page: ".
           accept   kb-pg.
           move     kb-ch                      to    deed-cort-hous.
           move     kb-bk                      to    deed-book.
           move     kb-pg                      to    deed-page.
           read     deed-list
                    invalid  key
                             move     "23"     to    file-stts.
           if       file-stts                  =     "00"
                    move     "Y"               to    ws-orig-fnd
                    move     kb-ch             to    ws-orig-ch
                    move     kb-bk             to    ws-orig-bk
                    move     kb-pg             to    ws-orig-pg
                    move     deed-dcmt         to    ws-orig-doc
                    move     deed-dcmt-type    to    ws-orig-tp
           else
                    display  "Book/page not on the deed list".

       entr-orig-by-doc.
           move     zero                       to    kb-doc.
           display  "Document number: ".
           accept   kb-doc.
           move     kb-ch                      to    dcmt-xref-lctn.
           move     kb-doc                     to    dcmt-xref-nmbr.
           read     dcmt-xref
                    invalid  key
                             move     "23"     to    file-stts.
           if       file-stts                  =     "00"
                    move     "Y"               to    ws-orig-fnd
                    move     kb-ch             to    ws-orig-ch
                    move     dcmt-xref-book    to    ws-orig-bk
                    move     dcmt-xref-page    to    ws-orig-pg
                    move     kb-doc            to    ws-orig-doc
                    move     dcmt-xref-type    to    ws-orig-tp
           else
                    display  "Document not on the cross-reference".

       orig-inq-shw.
           move     ws-orig-doc                to    fr-doc-no.
           perform  load-fee-names.
           move     ws-orig-doc                to    ws-doc-ed.
           display  " ".
           display  "Original  "  ws-orig-tp  "  book/page "  ws-orig-bk
                    "/"  ws-orig-pg  "  doc# "  ws-doc-ed.
           display  "  "  ws-name1  "  /  "  ws-name2.
           display  "Filed against it:".

           move     zero                       to    ws-fnd-cnt.
           perform  rltd-scan-strt.
           perform  orig-inq-rd
                    until    file-stts         =     "10".
           move     ws-fnd-cnt                 to    ws-cnt-ed.
           display  "Instruments found: "      ws-cnt-ed.

       rltd-scan-strt.
           move     ws-orig-ch                 to    rx-orig-lctn.
           move     ws-orig-doc                to    rx-orig-doc-no.
           move     zero                       to    rx-doc-no.
           move     space                      to    file-stts.
           start    rltd-xrf
                    key  not <  rx-key
                    invalid  key
                             move     "10"     to    file-stts.

       orig-inq-rd.
           read     rltd-xrf
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and     (rx-orig-lctn               not = ws-orig-ch
           or       rx-orig-doc-no             not = ws-orig-doc)
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
                    perform  orig-inq-one.
           if       file-stts                  not = "10"
                    move     "00"              to    file-stts.

       orig-inq-one.
           perform  read-rltd-row.
           if       file-stts                  =     "00"
           and      rl-stts                    =     "A"
                    add      01                to    ws-fnd-cnt
                    perform  load-rltn-desc
                    move     rl-doc-no         to    fr-doc-no
                    perform  load-fee-names
                    move     rl-doc-no         to    ws-doc-ed
                    display  "  "  ws-rltn-desc  " "  rl-doc-tp
                             "  filed "  rl-doc-date  "  book/page "
                             rl-beg-bk  "/"  rl-beg-pg  "  doc# "  ws-doc-ed
                    display  "       "  ws-name1  "  /  "  ws-name2.

       read-rltd-row.
           move     rx-doc-no                  to    rl-doc-no.
           read     fee-rltd
                    ignore   lock
                    invalid  key
                             move     "23"     to    file-stts.

       load-rltn-desc.
           if       rl-rltn-tp                 =     "R"
                    move     "RELEASE"         to    ws-rltn-desc
           else
           if       rl-rltn-tp                 =     "P"
                    move     "PARTIAL REL"     to    ws-rltn-desc
           else
           if       rl-rltn-tp                 =     "A"
                    move     "ASSIGNMENT"      to    ws-rltn-desc
           else
           if       rl-rltn-tp                 =     "S"
                    move     "SATISFACTION"    to    ws-rltn-desc
           else
                    move     "OTHER"           to    ws-rltn-desc.

       load-fee-names.   *> first grantor / grantee off the fee record, when the
                          *> instrument was recorded through fee entry
           move     lock-stts                  to    file-stts.
           perform  read-fee-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     fr-name1          to    ws-name1
                    move     fr-name2          to    ws-name2
           else
                    move     "(not on the fee file)"
                                               to    ws-name1
                    move     space             to    ws-name2.
           move     "00"                       to    file-stts.
/
       entr-list-date.
           move     zero                       to    kb-list-date.
           display  "Marginal-notation listing - enter date (ccyymmdd)".
           display  "or zero for today: ".
           accept   kb-list-date.
           if       kb-list-date               =     zero
                    move     ws-today          to    ws-list-date
           else
                    move     kb-list-date      to    ws-list-date.

       mrgn-list.   *> every active link keyed or corrected on the listing
                     *> date, in original-instrument order so the vault
                     *> staff annotate each original once
           perform  load-list-from.
           move     space                      to    prnt-path.
           string   "\\kcffil01\clk\dat\mrgn"  delimited by size
                    ws-list-date               delimited by size
                    ".txt"                     delimited by size
                                               into  prnt-path.
           open     output    print-file.

           move     ws-offc-name               to    print-record.
           write    print-record.
           move     space                      to    ws-rpt-line.
           string   "MARGINAL NOTATIONS FOR "  delimited by size
                    ws-list-date               delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.
           move     "Annotate original                          Filed against it"
                                               to    print-record.
           write    print-record.
           move     "Ch Type       Book/Page  Document No       Kind         Type  Book/Page  Document No"
                                               to    print-record.
           write    print-record.

           move     zero                       to    ws-fnd-cnt.
           move     zero                       to    ws-orig-cnt.
           move     space                      to    ws-last-ch.
           move     zero                       to    ws-last-doc.
           move     low-value                  to    rx-key.
           move     space                      to    file-stts.
           start    rltd-xrf
                    key  not <  rx-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  mrgn-list-rd
                    until    file-stts         =     "10".

           if       ws-fnd-cnt                 =     zero
                    move     "  No marginal notations for this date."
                                               to    print-record
                    write    print-record.

           move     space                      to    print-record.
           write    print-record.
           move     ws-orig-cnt                to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Originals to annotate: "  delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     ws-fnd-cnt                 to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Notations:             "  delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           close    print-file.

           display  "Marginal-notation listing written to " prnt-path.

       load-list-from.   *> nothing runs on a closed day, so the listing takes
                          *> in everything after the last open day before the
                          *> listing date
           move     "P"                        to    bd-func.
           move     ws-list-date               to    bd-date.
           call     "feebd"                    using bd-parm.
           move     bd-rslt-date               to    ws-list-from.

       mrgn-list-rd.
           read     rltd-xrf
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    perform  read-rltd-row
                    if       file-stts         =     "00"
                    and      rl-stts           =     "A"
                    and    ((rl-doc-date       >     ws-list-from
                    and       rl-doc-date      not > ws-list-date)
                    or       (rl-updt-date     >     ws-list-from
                    and       rl-updt-date     not > ws-list-date))
                             perform  mrgn-list-line
                    end-if
                    move     "00"              to    file-stts.

       mrgn-list-line.
           add      01                         to    ws-fnd-cnt.
           if       rl-orig-lctn               not = ws-last-ch
           or       rl-orig-doc-no             not = ws-last-doc
                    add      01                to    ws-orig-cnt
                    move     rl-orig-lctn      to    ws-last-ch
                    move     rl-orig-doc-no    to    ws-last-doc.
           perform  load-rltn-desc.
           move     space                      to    ws-rpt-line.
           string   rl-orig-lctn               delimited by size
                    "  "                       delimited by size
                    rl-orig-tp                 delimited by size
                    " "                        delimited by size
                    rl-orig-bk                 delimited by size
                    "/"                        delimited by size
                    rl-orig-pg                 delimited by size
                    "  "                       delimited by size
                    rl-orig-doc-no             delimited by size
                    "    "                     delimited by size
                    ws-rltn-desc               delimited by size
                    " "                        delimited by size
                    rl-doc-tp                  delimited by size
                    " "                        delimited by size
                    rl-beg-bk                  delimited by size
                    "/"                        delimited by size
                    rl-beg-pg                  delimited by size
                    "  "                       delimited by size
                    rl-doc-no                  delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
/
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

       clos-fils.
           close    fee-rltd.
           close    rltd-xrf.
           close    fee-file.
           close    deed-list.
           close    dcmt-xref.
           close    ixcd-file.
