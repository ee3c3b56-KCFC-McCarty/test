      $set sourceformat"free"
      $set fileshare
*-----*-----------------------------------------------------------*
*     * Assessor transfer feed program                            *
*-----*-----------------------------------------------------------*
*     * feeas.cbl            10/15/26    epa                      *
*-----*-----------------------------------------------------------*
*     * Nightly extract of the day's non-void deeds for the       *
*     *      Assessor's office, so ownership is updated from      *
*     *      our data instead of re-keyed from paper.  A deed     *
*     *      is any document whose 0006 type carries transfer     *
*     *      tax.  Each deed goes out as a document line, one     *
*     *      line per grantor/grantee (additional parties off     *
*     *      feeprty.dat) and one line per parcel (feeprcl.dat),  *
*     *      to a dated transfer file (asrCCYYMMDD.txt).  Deeds   *
*     *      recorded earlier and corrected or voided in change   *
*     *      mode that day come off the resend queue              *
*     *      (feeasq.dat) and go out again flagged C or V.        *
*     *      Resending a lost day is just re-running for that     *
*     *      date.                                                *
*     *      A run also takes in the days the courthouse was      *
*     *      closed since the last open day before the feed date, *
*     *      so a holiday's deeds go out with the next open day.  *
*     *                                                           *
*     *      Every line starts:                                   *
*     *         col    1      record type (D/G/P/T)               *
*     *         col    2      action - N new, C corrected,        *
*     *                       V voided                            *
*     *         cols   3- 16  document number                     *
*     *      Document line ("D"):                                 *
*     *         cols  17- 24  recording date (ccyymmdd)           *
*     *         cols  25- 29  document type                       *
*     *         col   30      courthouse location                 *
*     *         cols  31- 34  book                                *
*     *         cols  35- 38  page                                *
*     *         cols  39- 41  page count                          *
*     *         cols  42- 53  valuation, 2 implied decimals       *
*     *         cols  54- 62  transfer tax, 2 implied decimals    *
*     *         cols  63- 65  taxing municipality                 *
*     *      Party line ("G"):                                    *
*     *         col   17      party (1 grantor / 2 grantee)       *
*     *         col   18      name type (P/B)                     *
*     *         cols  19- 43  last name / business name           *
*     *         cols  44- 68  first name                          *
*     *         cols  69- 93  middle name                         *
*     *         cols  94-168  full name as keyed                  *
*     *      Parcel line ("P"):                                   *
*     *         cols  17- 18  parcel sequence                     *
*     *         cols  19- 38  parcel id                           *
*     *         cols  39- 44  lot                                 *
*     *         cols  45- 50  block                               *
*     *         cols  51- 80  subdivision                         *
*     *         cols  81-120  property address                    *
*     *      Trailer line ("T", action blank, document zero):     *
*     *         cols  17- 24  extract date (ccyymmdd)             *
*     *         cols  25- 30  line count                          *
*     *         cols  31- 36  new deeds                           *
*     *         cols  37- 42  corrected deeds                     *
*     *         cols  43- 48  voided deeds                        *
*-----*-----------------------------------------------------------*

           select fee-file   assign "\\kcffil01\clk\dat\feefile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   fee-key
                             file status  file-stts.

           select ixcd-file  assign "\\kcffil01\clk\dat\ixcdfile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   ic-key
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

           select asr-queue  assign "\\kcffil01\clk\dat\feeasq.dat"
                             organization indexed
                             access mode  dynamic
                             record key   aq-key
                             file status  file-stts.

           select feed-file  assign feed-path
                             organization line sequential
                             file status  file-stts.
/
       copy "FEE.LIB".
/
       copy "IXCD.LIB".
/
       copy "feeprty.cpb".
/
       copy "feeprcl.cpb".
/
       copy "feeasq.cpb".
/
       fd  feed-file.

       01  asr-rcrd.
           02  ax-rcrd-tp             pic  x(01).
           02  ax-actn                pic  x(01).
           02  ax-doc-no              pic  9(14).
           02  ax-doc-date            pic  9(08).
           02  ax-doc-tp              pic  x(05).
           02  ax-lctn                pic  x(01).
           02  ax-book                pic  9(04).
           02  ax-page                pic  9(04).
           02  ax-no-pages            pic  9(03).
           02  ax-valuation           pic  9(10)v99.
           02  ax-trnsf-tax           pic  9(07)v99.
           02  ax-muni-cd             pic  x(03).
           02  ax-filler              pic  x(103).

       01  asr-prty  redefines  asr-rcrd.
           02  filler                 pic  x(16).
           02  ag-party               pic  x(01).
           02  ag-name-tp             pic  x(01).
           02  ag-last-name           pic  x(25).
           02  ag-frst-name           pic  x(25).
           02  ag-midl-name           pic  x(25).
           02  ag-full-name           pic  x(75).

       01  asr-prcl  redefines  asr-rcrd.
           02  filler                 pic  x(16).
           02  ap-seq                 pic  9(02).
           02  ap-prcl-id             pic  x(20).
           02  ap-lot                 pic  x(06).
           02  ap-blk                 pic  x(06).
           02  ap-subd                pic  x(30).
           02  ap-addr                pic  x(40).
           02  filler                 pic  x(48).

       01  asr-trlr  redefines  asr-rcrd.
           02  filler                 pic  x(16).
           02  at-date                pic  9(08).
           02  at-line-cnt            pic  9(06).
           02  at-new-cnt             pic  9(06).
           02  at-corr-cnt            pic  9(06).
           02  at-void-cnt            pic  9(06).
           02  filler                 pic  x(120).
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

       01  feed-path            pic  x(60).

       01  sys-date.
           02 sys-yr            pic  9(02).
           02 sys-mt            pic  9(02).
           02 sys-dy            pic  9(02).

       01  ws-feed-date         pic  9(08).
       01                       redefines
           ws-feed-date.
           02 ws-feed-cn        pic  9(02).
           02 ws-feed-yr        pic  9(02).
           02 ws-feed-mt        pic  9(02).
           02 ws-feed-dy        pic  9(02).

       01  ws-from-date         pic  9(08).
       01                       redefines
           ws-from-date.
           02 ws-from-cn        pic  9(02).
           02 ws-from-yr        pic  9(02).
           02 ws-from-mt        pic  9(02).
           02 ws-from-dy        pic  9(02).

       copy "feebd.cpb".

       01  ws-cnty-cd           pic  9(02).
       01  ws-actn              pic  x(01).
       01  ws-deed              pic  x(01).
       01  ws-new-cnt           pic  9(06).
       01  ws-corr-cnt          pic  9(06).
       01  ws-void-cnt          pic  9(06).
       01  ws-line-cnt          pic  9(06).
       01  ws-cnt-ed            pic  z(05)9.
/
       procedure division.

       declaratives.

       file-eror section.
           use after standard error procedure on fee-file
                                                 ixcd-file
                                                 fee-prty
                                                 fee-prcl
                                                 asr-queue.
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
           perform  feed-scan.
           perform  queue-scan.
           perform  otpt-trlr.
           perform  clos-fils.
           perform  dsply-totals.
           move     zero                       to    return-code.
           exit     program.
           stop     run.

       init-prog.
           accept   sys-date                   from  date.
           move     zero                       to    ws-new-cnt.
           move     zero                       to    ws-corr-cnt.
           move     zero                       to    ws-void-cnt.
           move     zero                       to    ws-line-cnt.

           move     zero                       to    ws-feed-date.
           if       nite-run-actv              =     "Y"             *> driver supplies the
                    move     nite-run-date     to    ws-feed-date    *> date
           else
                    display  "Assessor transfer feed - enter date (ccyymmdd)"
                    display  "or zero for today (re-run a prior date to resend it): "
                    accept   ws-feed-date.
           if       ws-feed-date               =     zero
                    move     sys-yr            to    ws-feed-yr
                    move     sys-mt            to    ws-feed-mt
                    move     sys-dy            to    ws-feed-dy
                    if       sys-yr            >     90
                             move     19       to    ws-feed-cn
                    else
                             move     20       to    ws-feed-cn.

           move     space                      to    feed-path.
           string   "\\kcffil01\clk\dat\asr"   delimited by size
                    ws-feed-date               delimited by size
                    ".txt"                     delimited by size
                                               into  feed-path.

           open     input    fee-file.
           open     input    ixcd-file.
           open     input    fee-prty.
           if       file-stts                  not = "00"
                    open     output  fee-prty
                    close    fee-prty
                    open     input   fee-prty.
           open     input    fee-prcl.
           if       file-stts                  not = "00"
                    open     output  fee-prcl
                    close    fee-prcl
                    open     input   fee-prcl.
           open     input    asr-queue.
           if       file-stts                  not = "00"
                    open     output  asr-queue
                    close    asr-queue
                    open     input   asr-queue.
           open     output   feed-file.

           perform  load-cnty-prefix.
           perform  load-from-date.

       load-from-date.   *> nothing runs on a closed day, so the feed takes
                          *> everything after the last open day before the
                          *> feed date - a holiday's deeds go out the next
                          *> open day
           move     "P"                        to    bd-func.
           move     ws-feed-date               to    bd-date.
           call     "feebd"                    using bd-parm.
           move     bd-rslt-date               to    ws-from-date.

       load-cnty-prefix.   *> county prefix of the document number, off the 0010 counter
           move     0010                       to    ic-cd-tp.
           move     "DOC"                      to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     ic-nxt-doc-no(1:2) to   ws-cnty-cd
           else
                    display  "Cannot read 0010 DOC counter - enter county code: "
                    accept   ws-cnty-cd.
/
       feed-scan.   *> the new deeds, straight off the fee file - the
                     *> document number carries the date it was recorded
           move     ws-cnty-cd                 to    fr-doc-cnty.
           move     ws-from-yr                 to    fr-doc-no-yr.
           move     ws-from-mt                 to    fr-doc-no-mt.
           move     ws-from-dy                 to    fr-doc-no-dy.
           move     999999                     to    fr-doc-daily-no.

           move     space                      to    file-stts.
           start    fee-file
                    key  >      fee-key
                    invalid  key
                             move     "10"     to    file-stts.

           perform  feed-scan-rd
                    until    file-stts         =     "10".

       feed-scan-rd.
           read     fee-file
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and     (fr-doc-cnty                not = ws-cnty-cd
           or       fee-key(3:6)               >     ws-feed-date(3:6))
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
           and      fr-bkkp-cd                 not = "VOIDED"
                    perform  chck-deed
                    if       ws-deed           =     "Y"
                             add      01       to    ws-new-cnt
                             move     "N"      to    ws-actn
                             perform  otpt-one-deed
                    end-if
                    move     "00"              to    file-stts.

       chck-deed.   *> a deed is any type whose 0006 row carries transfer tax
           move     space                      to    ws-deed.
           move     0006                       to    ic-cd-tp.
           move     fr-doc-tp                  to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
           and      ic-trnsf-tax-flg           =     "Y"
                    move     "Y"               to    ws-deed.
           move     "00"                       to    file-stts.
/
       queue-scan.   *> deeds from earlier days corrected or voided since
                      *> the last open day
           move     ws-from-date               to    aq-date.
           move     99999999999999             to    aq-doc-no.
           move     space                      to    file-stts.
           start    asr-queue
                    key  >      aq-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  queue-scan-rd
                    until    file-stts         =     "10".

       queue-scan-rd.
           read     asr-queue
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      aq-date                    >     ws-feed-date
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
                    perform  queue-one
                    move     "00"              to    file-stts.

       queue-one.   *> a deed recorded in the same span already went out
                     *> with the new deeds (picked by the date in the
                     *> document number, as feed-scan does), or was
                     *> voided before it ever went out
           move     aq-doc-no                  to    fr-doc-no.
           move     lock-stts                  to    file-stts.
           perform  read-fee-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
           and     (fee-key(3:6)               not > ws-from-date(3:6)
           or       fee-key(3:6)               >     ws-feed-date(3:6))
                    if       aq-actn           =     "V"
                    or       fr-bkkp-cd        =     "VOIDED"
                             add      01       to    ws-void-cnt
                             move     "V"      to    ws-actn
                             perform  otpt-doc-line
                    else
                             add      01       to    ws-corr-cnt
                             move     "C"      to    ws-actn
                             perform  otpt-one-deed.

       otpt-one-deed.
           perform  otpt-doc-line.

           if       fr-name1                   >     space
                    move     "1"               to    pt-party
                    move     fr-name-tp1       to    pt-name-tp
                    move     fr-name1          to    pt-name
                    perform  otpt-prty-line.
           if       fr-name2                   >     space
                    move     "2"               to    pt-party
                    move     fr-name-tp2       to    pt-name-tp
                    move     fr-name2          to    pt-name
                    perform  otpt-prty-line.

           move     fr-doc-no                  to    pt-doc-no.
           move     zero                       to    pt-seq.
           move     "00"                       to    file-stts.
           start    fee-prty
                    key  not <  pt-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  otpt-prty-rd
                    until    file-stts         =     "10".

           move     fr-doc-no                  to    pc-doc-no.
           move     zero                       to    pc-seq.
           move     "00"                       to    file-stts.
           start    fee-prcl
                    key  not <  pc-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  otpt-prcl-rd
                    until    file-stts         =     "10".
           move     "00"                       to    file-stts.

       otpt-doc-line.
           move     space                      to    asr-rcrd.
           move     "D"                        to    ax-rcrd-tp.
           move     ws-actn                    to    ax-actn.
           move     fr-doc-no                  to    ax-doc-no.
           move     fr-doc-date                to    ax-doc-date.
           move     fr-doc-tp                  to    ax-doc-tp.
           move     fr-rcd-ch                  to    ax-lctn.
           move     fr-beg-bk                  to    ax-book.
           move     fr-beg-pg                  to    ax-page.
           move     fr-no-pages                to    ax-no-pages.
           move     fr-valuation               to    ax-valuation.
           move     fr-trnsf-tax               to    ax-trnsf-tax.
           move     fr-muni-cd                 to    ax-muni-cd.
           if       ws-actn                    =     "V"
                    move     zero              to    ax-valuation
                    move     zero              to    ax-trnsf-tax.
           perform  otpt-feed-line.

       otpt-prty-rd.
           read     fee-prty
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      pt-doc-no                  not = fr-doc-no
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
           and      pt-name                    >     space
                    perform  otpt-prty-line.

       otpt-prty-line.
           move     space                      to    asr-rcrd.
           move     "G"                        to    ax-rcrd-tp.
           move     ws-actn                    to    ax-actn.
           move     fr-doc-no                  to    ax-doc-no.
           move     pt-party                   to    ag-party.
           move     pt-name-tp                 to    ag-name-tp.
           move     pt-name                    to    ag-full-name.
           if       pt-name-tp                 =     "B"
                    move     pt-name(1:25)     to    ag-last-name
           else
                    move     pt-last-name      to    ag-last-name
                    move     pt-frst-name      to    ag-frst-name
                    move     pt-midl-name      to    ag-midl-name.
           perform  otpt-feed-line.

       otpt-prcl-rd.
           read     fee-prcl
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      pc-doc-no                  not = fr-doc-no
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
                    perform  otpt-prcl-line.

       otpt-prcl-line.
           move     space                      to    asr-rcrd.
           move     "P"                        to    ax-rcrd-tp.
           move     ws-actn                    to    ax-actn.
           move     fr-doc-no                  to    ax-doc-no.
           move     pc-seq                     to    ap-seq.
           move     pc-prcl-id                 to    ap-prcl-id.
           move     pc-lot                     to    ap-lot.
           move     pc-blk                     to    ap-blk.
           move     pc-subd                    to    ap-subd.
           move     pc-addr                    to    ap-addr.
           perform  otpt-feed-line.

       otpt-feed-line.
           write    asr-rcrd.
           add      01                         to    ws-line-cnt.

       otpt-trlr.
           move     space                      to    asr-rcrd.
           move     "T"                        to    ax-rcrd-tp.
           move     zero                       to    ax-doc-no.
           move     ws-feed-date               to    at-date.
           move     ws-line-cnt                to    at-line-cnt.
           move     ws-new-cnt                 to    at-new-cnt.
           move     ws-corr-cnt                to    at-corr-cnt.
           move     ws-void-cnt                to    at-void-cnt.
           write    asr-rcrd.

       dsply-totals.
           move     ws-new-cnt                 to    ws-cnt-ed.
           display  "New deeds sent:       "   ws-cnt-ed.
           move     ws-corr-cnt                to    ws-cnt-ed.
           display  "Corrections resent:   "   ws-cnt-ed.
           move     ws-void-cnt                to    ws-cnt-ed.
           display  "Voids sent:           "   ws-cnt-ed.
           display  "Feed written to "         feed-path.

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
           close    fee-file.
           close    ixcd-file.
           close    fee-prty.
           close    fee-prcl.
           close    asr-queue.
           close    feed-file.
