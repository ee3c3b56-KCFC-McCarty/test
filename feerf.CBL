      $set sourceformat"free"
      $set fileshare
*-----*-----------------------------------------------------------*
*     * Refund program                                            *
*-----*-----------------------------------------------------------*
*     * feerf.cbl            10/15/26    epa                      *
*-----*-----------------------------------------------------------*
*     * Gives money back for an overpayment, a document           *
*     *      rejected after the fee was taken, or a duplicate     *
*     *      payment, without voiding the document.               *
*     *      (R)equest books a refund-due entry in the refund     *
*     *      register (feerfnd.dat) against the receipt the       *
*     *      money came in on - the document must be on that      *
*     *      receipt and the refunds against a receipt can        *
*     *      never add up to more than was tendered on it         *
*     *      (returned checks left out).  (A)pprove needs an      *
*     *      operator with the refund permission (op-rfnd) and    *
*     *      a different clerk than the one who asked for it;     *
*     *      it writes a reversing adjustment entry in the        *
*     *      journal against the document's bookkeeping account,  *
*     *      dated the next open posting day, so the next         *
*     *      posting run nets the refund out of the GL            *
*     *      distribution.  The entry carries pay type "R" -      *
*     *      the Treasurer cuts the check, so nothing comes out   *
*     *      of the drawer buckets on the recon report.           *
*     *      (D)eny turns a request down; (P)aid records the      *
*     *      Treasurer's check once it is cut; (I)nquire shows    *
*     *      one refund; (L)ist prints the register               *
*     *      (rfndreg.txt) - refunds requested, approved, denied  *
*     *      and paid in a period, and every refund still         *
*     *      outstanding or waiting for approval.                 *
*     *                                                           *
*     *      (V)oucher export writes every approved refund not    *
*     *      yet sent to the Treasurer's accounts payable file    *
*     *      (apvCCYYMMDD.txt) and marks it vouchered.  The       *
*     *      night-run driver runs it every open day for the      *
*     *      business date; re-running a date sends the same      *
*     *      vouchers again.                                      *
*     *      Every line starts:                                   *
*     *         col    1      record type (V/T)                   *
*     *      Voucher line ("V"):                                  *
*     *         cols   2- 12  voucher number (receipt number      *
*     *                       and refund sequence)                *
*     *         cols  13- 20  voucher date (ccyymmdd)             *
*     *         cols  21- 29  amount, 2 implied decimals          *
*     *         cols  30- 69  payee name                          *
*     *         cols  70-109  address line 1                      *
*     *         cols 110-149  address line 2                      *
*     *         cols 150-174  city                                *
*     *         cols 175-176  state                               *
*     *         cols 177-186  zip                                 *
*     *         cols 187-191  bookkeeping account                 *
*     *         cols 192-193  account class                       *
*     *         col  194      reason (O/R/D)                      *
*     *         cols 195-208  document number                     *
*     *         cols 209-213  approved by                         *
*     *      Trailer line ("T"):                                  *
*     *         cols  13- 20  voucher date (ccyymmdd)             *
*     *         cols  21- 26  voucher count                       *
*     *         cols  27- 37  voucher total, 2 implied decimals   *
*     *      The journal entry goes to the forward-recovery log   *
*     *      (feerv) like every other journal change.             *
*-----*-----------------------------------------------------------*

           select rfnd-file  assign "\\kcffil01\clk\dat\feerfnd.dat"
                             organization indexed
                             access mode  dynamic
                             record key   rf-key
                             file status  file-stts.

           select fee-file   assign "\\kcffil01\clk\dat\feefile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   fee-key
                             file status  file-stts.

           select fee-rcpt   assign "\\kcffil01\clk\dat\feercpt.dat"
                             organization indexed
                             access mode  dynamic
                             record key   rc-key
                             file status  file-stts.

           select fees-jrnl  assign "\\kcffil01\clk\dat\feesjrnl.dat"
                             organization indexed
                             access mode  dynamic
                             record key   fees-jrnl-key
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

           select vchr-file  assign vchr-path
                             organization line sequential
                             file status  file-stts.

           select print-file assign prnt-path
                             file status  file-stts.
/
       copy "feerfnd.cpb".
/
       copy "FEE.LIB".
/
       copy "FEERCPT.LIB".
/
       copy "feesjrnl.cpb".
/
       copy "IXCD.LIB".
/
       copy "oprfile.cpb".
/
       fd  vchr-file.

       01  vchr-rcrd.
           02  av-rcrd-tp             pic  x(01).
           02  av-vchr-no             pic  9(11).
           02  av-vchr-date           pic  9(08).
           02  av-amt                 pic  9(07)v99.
           02  av-payee-name          pic  x(40).
           02  av-payee-adr1          pic  x(40).
           02  av-payee-adr2          pic  x(40).
           02  av-payee-city          pic  x(25).
           02  av-payee-st            pic  x(02).
           02  av-payee-zip           pic  x(10).
           02  av-acnt-nmbr           pic  9(05).
           02  av-acnt-clas           pic  x(02).
           02  av-rsn-cd              pic  x(01).
           02  av-doc-no              pic  9(14).
           02  av-aprv-clk            pic  x(05).
           02  av-filler              pic  x(07).

       01  vchr-trlr  redefines  vchr-rcrd.
           02  filler                 pic  x(12).
           02  avt-date               pic  9(08).
           02  avt-cnt                pic  9(06).
           02  avt-amt                pic  9(09)v99.
           02  filler                 pic  x(183).
/
       fd  print-file.

       01  print-record         pic  x(132).
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

       01  prnt-path            pic  x(60) value "c:\temp\rfndreg.txt".
       01  vchr-path            pic  x(60).

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
       01  valid-clk-id         pic  x(01).
       01  valid-ch             pic  x(01).
       01  kb-clk-id            pic  x(05).
       01  kb-clctn-ch          pic  x(01).
       01  kb-pswd              pic  x(08).
       01  ws-opr-actv          pic  x(01).
       01  ws-rfnd-prmt         pic  x(01).

       01  kb-receipt-no        pic  9(09).
       01  kb-seq               pic  9(02).
       01  kb-doc-no            pic  9(14).
       01  kb-rsn-cd            pic  x(01).
       01  kb-amt               pic  9(07)v99.
       01  kb-paid-chk          pic  x(10).
       01  kb-paid-date         pic  9(08).
       01  kb-from-date         pic  9(08).
       01  kb-thru-date         pic  9(08).

       01  ws-adj-date          pic  9(08).
       01                       redefines
           ws-adj-date.
           02 ws-adj-cn         pic  9(02).
           02 ws-adj-yr         pic  9(02).
           02 ws-adj-mt         pic  9(02).
           02 ws-adj-dy         pic  9(02).

       copy "feebd.cpb".
       copy "feerv.cpb".

       01  ws-vchr-date         pic  9(08).

       01  ws-rcpt-fnd          pic  x(01).
       01  ws-doc-ok            pic  x(01).
       01  ws-rfnd-fnd          pic  x(01).
       01  ws-consec            pic  9(02).
       01  ws-last-seq          pic  9(02).
       01  ws-rcpt-tot          pic s9(07)v99.
       01  ws-rfnd-tot          pic s9(07)v99.
       01  ws-rfnd-avl          pic s9(07)v99.

*-----*-----------------------------------------------------------*
*     * voucher export and register totals                        *
*-----*-----------------------------------------------------------*
       01  ws-vchr-cnt          pic  9(06).
       01  ws-vchr-tot          pic  9(09)v99.
       01  ws-prt               pic  x(01).
       01  ws-rqst-cnt          pic  9(05).
       01  ws-rqst-amt          pic s9(09)v99.
       01  ws-aprv-cnt          pic  9(05).
       01  ws-aprv-amt          pic s9(09)v99.
       01  ws-deny-cnt          pic  9(05).
       01  ws-deny-amt          pic s9(09)v99.
       01  ws-paid-cnt          pic  9(05).
       01  ws-paid-amt          pic s9(09)v99.
       01  ws-outs-cnt          pic  9(05).
       01  ws-outs-amt          pic s9(09)v99.
       01  ws-pend-cnt          pic  9(05).
       01  ws-pend-amt          pic s9(09)v99.

       01  ws-wrk-date          pic  9(08).
       01                       redefines
           ws-wrk-date.
           02 ws-wrk-cy         pic  9(04).
           02 ws-wrk-mt         pic  9(02).
           02 ws-wrk-dy         pic  9(02).
       01  ws-date-ed.
           02 ws-date-ed-mt     pic  9(02).
           02                   pic  x(01)  value "/".
           02 ws-date-ed-dy     pic  9(02).
           02                   pic  x(01)  value "/".
           02 ws-date-ed-cy     pic  9(04).
       01  ws-date-out          pic  x(10).
       01  ws-rqst-ed           pic  x(10).
       01  ws-aprv-ed           pic  x(10).
       01  ws-paid-ed           pic  x(10).
       01  ws-stts-dsc          pic  x(10).
       01  ws-rsn-dsc           pic  x(18).

       01  ws-offc-name         pic  x(30).
       01  ws-rpt-line          pic  x(132).
       01  ws-amt-ed            pic  z(07)9.99-.
       01  ws-tot-ed            pic  z(09)9.99-.
       01  ws-cnt-ed            pic  z(04)9.
       01  ws-rcpt-ed           pic  z(08)9.
/
       procedure division.

       declaratives.

       file-eror section.
           use after standard error procedure on rfnd-file
                                                 fee-file
                                                 fee-rcpt
                                                 fees-jrnl
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
                    move     nite-run-date     to    ws-vchr-date    *> date
                    perform  vchr-expt
           else
                    perform  entr-clk-ch
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

           open     i-o      rfnd-file.
           if       file-stts                  not = "00"
                    open     output  rfnd-file
                    close    rfnd-file
                    open     i-o     rfnd-file.
           open     input    fee-file.
           open     input    fee-rcpt.
           open     i-o      fees-jrnl.
           open     i-o      ixcd-file.

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
           perform  release-code-record.

       clos-fils.
           close    rfnd-file.
           close    fee-file.
           close    fee-rcpt.
           close    fees-jrnl.
           close    ixcd-file.
           close    opr-file.
/
*-----*-----------------------------------------------------------*
*     * clerk sign-on - any active operator may ask for a         *
*     *      refund; approving, denying and paying one out need   *
*     *      the refund permission                                *
*-----*-----------------------------------------------------------*
       entr-clk-ch.
           move     space                      to    valid-clk-id.
           perform  chck-rcvr-hold.
           perform  entr-clk-id
                    until    valid-clk-id      =     "Y"
                    or       run-mode          =     "E".
           move     space                      to    valid-ch.
           perform  entr-clctn-ch
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
           display  "Refunds - enter clerk id (blank to exit): ".
           accept   kb-clk-id.
           if       kb-clk-id                  =     space
                    move     "E"               to    run-mode
           else
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
           perform  release-code-record.
           move     space                      to    ws-rfnd-prmt.
           if       valid-clk-id               =     "Y"
           and      ws-opr-actv                =     "Y"
                    perform  opr-sign-on
           else
           if       valid-clk-id               =     "Y"
                    move     "Y"               to    ws-rfnd-prmt.

       opr-sign-on.   *> operator record and password; the refund
                       *> permission is kept for approve/deny/paid
           move     kb-clk-id                  to    op-clk-id.
           move     lock-stts                  to    file-stts.
           perform  read-opr-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  not = "00"
           or       op-stts                    not = "A"
                    move     space             to    valid-clk-id
                    display  "No active operator record - see a supervisor"
           else
           if       op-pswd                    >     space
                    move     space             to    kb-pswd
                    display  "Password: "
                    accept   kb-pswd
                    if       kb-pswd           not = op-pswd
                             move     space    to    valid-clk-id
                             display  "Password does not match".
           if       valid-clk-id               =     "Y"
                    move     op-rfnd           to    ws-rfnd-prmt.

       read-opr-file.
           read     opr-file
                    invalid  key
                             move     "23"     to    file-stts.

       entr-clctn-ch.
           move     space                      to    kb-clctn-ch.
           display  "Collection location: ".
           accept   kb-clctn-ch.
           move     0004                       to    ic-cd-tp.
           move     kb-clctn-ch                to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     "Y"               to    valid-ch
           else
                    display  "Location not in the 0004 table".
           perform  release-code-record.

       slct-mode.
           display  " ".
           display  "Refunds - (R)equest (A)pprove (D)eny (P)aid (I)nquire".
           display  "          (L)ist register (V)oucher export (E)xit".
           move     space                      to    kb-choice.
           accept   kb-choice.
           if       kb-choice                  =     "E"
           or       kb-choice                  =     space
                    move     "E"               to    run-mode
           else
           if       kb-choice                  =     "R"
                    perform  rqst-mode
           else
           if       kb-choice                  =     "A"
                    perform  aprv-mode
           else
           if       kb-choice                  =     "D"
                    perform  deny-mode
           else
           if       kb-choice                  =     "P"
                    perform  paid-mode
           else
           if       kb-choice                  =     "I"
                    perform  entr-rfnd-key
           else
           if       kb-choice                  =     "L"
                    perform  rgst-rpt
           else
           if       kb-choice                  =     "V"
                    perform  vchr-mode.
/
*-----*-----------------------------------------------------------*
*     * refund request                                            *
*-----*-----------------------------------------------------------*
       rqst-mode.
           move     zero                       to    kb-receipt-no.
           display  "Receipt number the money came in on: ".
           accept   kb-receipt-no.
           if       kb-receipt-no              =     zero
                    display  "No receipt keyed"
           else
                    perform  find-rcpt
                    if       ws-rcpt-fnd       not = "Y"
                             display  "Receipt not on file"
                    else
                             perform  rqst-rcpt.

       find-rcpt.   *> what was tendered on the receipt - the tender and
                     *> change lines sit in the first 16 slots, which can
                     *> be sparse; "I" lines are the documents it paid and
                     *> a returned check gave its money back already
           move     space                      to    ws-rcpt-fnd.
           move     zero                       to    ws-rcpt-tot.
           move     zero                       to    ws-consec.
           perform  find-rcpt-rd
                    16  times.

       find-rcpt-rd.
           add      01                         to    ws-consec.
           move     kb-receipt-no              to    rc-receipt-no.
           move     ws-consec                  to    rc-consec-no.
           move     lock-stts                  to    file-stts.
           perform  read-fee-rcpt
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     "Y"               to    ws-rcpt-fnd
                    if       rc-payment-type   not = "I"
                    and      rc-void-note      not = "RETURNED"
                             add      rc-payment-amount
                                               to    ws-rcpt-tot.

       rqst-rcpt.
           perform  load-rfnd-tot.
           subtract ws-rfnd-tot                from  ws-rcpt-tot
                                               giving ws-rfnd-avl.
           move     ws-rcpt-tot                to    ws-amt-ed.
           display  "Tendered on the receipt      "  ws-amt-ed.
           move     ws-rfnd-tot                to    ws-amt-ed.
           display  "Refunds already against it  "  ws-amt-ed.
           move     ws-rfnd-avl                to    ws-amt-ed.
           display  "Left to refund               "  ws-amt-ed.
           if       ws-rfnd-avl                not > zero
                    display  "Nothing left to refund on this receipt"
           else
           if       ws-last-seq                =     99
                    display  "No more refunds can be booked against this receipt"
           else
                    perform  rqst-doc.

       load-rfnd-tot.   *> every refund already booked against the receipt,
                         *> except the ones turned down
           move     zero                       to    ws-rfnd-tot.
           move     zero                       to    ws-last-seq.
           move     kb-receipt-no              to    rf-receipt-no.
           move     zero                       to    rf-seq.
           move     space                      to    file-stts.
           start    rfnd-file
                    key  not <  rf-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  load-rfnd-tot-rd
                    until    file-stts         =     "10".

       load-rfnd-tot-rd.
           read     rfnd-file
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      rf-receipt-no              not = kb-receipt-no
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
                    move     rf-seq            to    ws-last-seq
                    if       rf-stts           not = "D"
                             add      rf-amt   to    ws-rfnd-tot.

       rqst-doc.
           move     zero                       to    kb-doc-no.
           display  "Document number the money was taken for: ".
           accept   kb-doc-no.
           perform  chck-doc-rcpt.
           if       ws-doc-ok                  =     "Y"
                    perform  rqst-entr.

       chck-doc-rcpt.   *> a single-document receipt is tied back through
                         *> fr-receipt-no; a multi-document payoff carries
                         *> the document on an "I" line of the receipt
           move     space                      to    ws-doc-ok.
           move     kb-doc-no                  to    fr-doc-no.
           move     lock-stts                  to    file-stts.
           perform  read-fee-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  not = "00"
                    display  "Document not on file"
           else
           if       fr-bkkp-cd                 =     "VOIDED"
                    display  "Document is voided - the void gave the fee back already"
           else
           if       fr-receipt-no              =     kb-receipt-no
                    move     "Y"               to    ws-doc-ok
           else
                    perform  chck-doc-item.

       chck-doc-item.
           move     zero                       to    ws-consec.
           perform  chck-doc-item-rd
                    until    ws-consec         not < 99
                    or       ws-doc-ok         =     "Y".
           if       ws-doc-ok                  not = "Y"
                    display  "Document is not on this receipt".

       chck-doc-item-rd.
           add      01                         to    ws-consec.
           move     kb-receipt-no              to    rc-receipt-no.
           move     ws-consec                  to    rc-consec-no.
           move     lock-stts                  to    file-stts.
           perform  read-fee-rcpt
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
           and      rc-payment-type            =     "I"
           and      rc-item-doc-no             =     kb-doc-no
                    move     "Y"               to    ws-doc-ok.

       rqst-entr.
           initialize rfnd-rcrd.
           move     space                      to    kb-rsn-cd.
           display  "Reason - (O)verpayment (R)ejected document (D)uplicate payment: ".
           accept   kb-rsn-cd.
           display  "Reason note: ".
           accept   rf-rsn-txt.
           display  "Payee name: ".
           accept   rf-payee-name.
           display  "Address line 1: ".
           accept   rf-payee-adr1.
           display  "Address line 2: ".
           accept   rf-payee-adr2.
           display  "City: ".
           accept   rf-payee-city.
           display  "State: ".
           accept   rf-payee-st.
           display  "Zip: ".
           accept   rf-payee-zip.
           move     zero                       to    kb-amt.
           display  "Refund amount: ".
           accept   kb-amt.

           if       kb-rsn-cd                  not = "O"
           and      kb-rsn-cd                  not = "R"
           and      kb-rsn-cd                  not = "D"
                    display  "Reason must be O, R or D - nothing saved"
           else
           if       rf-payee-name              =     space
           or       rf-payee-adr1              =     space
                    display  "Payee name and address are needed for the check - nothing saved"
           else
           if       kb-amt                     =     zero
           or       kb-amt                     >     ws-rfnd-avl
                    move     ws-rfnd-avl       to    ws-amt-ed
                    display  "Amount must be more than zero and not over "  ws-amt-ed
           else
                    perform  rqst-cnfm.

       rqst-cnfm.
           move     space                      to    kb-ok.
           display  "OK to save the refund request (Y/N): ".
           accept   kb-ok.
           if       kb-ok                      =     "Y"
                    perform  rqst-save
           else
                    display  "Nothing saved".

       rqst-save.
           move     kb-receipt-no              to    rf-receipt-no.
           move     ws-last-seq                to    rf-seq.
           add      01                         to    rf-seq.
           move     kb-doc-no                  to    rf-doc-no.
           move     kb-rsn-cd                  to    rf-rsn-cd.
           move     kb-amt                     to    rf-amt.
           move     "R"                        to    rf-stts.
           move     ws-today                   to    rf-rqst-date.
           move     kb-clk-id                  to    rf-rqst-clk.
           write    rfnd-rcrd
                    invalid  key
                             move     "22"     to    file-stts.
           move     rf-receipt-no              to    ws-rcpt-ed.
           if       file-stts                  =     "00"
                    display  "Refund "  ws-rcpt-ed  "-"  rf-seq
                             " requested - waiting for approval"
           else
                    display  "Refund not saved - another clerk booked one on"
                    display  "this receipt at the same time, key it again".
/
*-----*-----------------------------------------------------------*
*     * approve, deny, paid and inquiry                           *
*-----*-----------------------------------------------------------*
       entr-rfnd-key.
           move     space                      to    ws-rfnd-fnd.
           move     zero                       to    kb-receipt-no.
           move     zero                       to    kb-seq.
           display  "Refund - receipt number: ".
           accept   kb-receipt-no.
           display  "Refund sequence (zero for 01): ".
           accept   kb-seq.
           if       kb-seq                     =     zero
                    move     01                to    kb-seq.
           move     kb-receipt-no              to    rf-receipt-no.
           move     kb-seq                     to    rf-seq.
           move     lock-stts                  to    file-stts.
           perform  read-rfnd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     "Y"               to    ws-rfnd-fnd
                    perform  shw-rfnd
           else
                    display  "No such refund".

       shw-rfnd.
           perform  load-stts-dsc.
           move     rf-receipt-no              to    ws-rcpt-ed.
           move     rf-amt                     to    ws-amt-ed.
           display  " ".
           display  "Refund    "  ws-rcpt-ed  "-"  rf-seq  "   "  ws-stts-dsc.
           display  "Document  "  rf-doc-no  "   "  ws-rsn-dsc.
           display  "Reason    "  rf-rsn-txt.
           display  "Payee     "  rf-payee-name.
           display  "          "  rf-payee-adr1.
           if       rf-payee-adr2              >     space
                    display  "          "  rf-payee-adr2.
           display  "          "  rf-payee-city  " "  rf-payee-st
                    " "  rf-payee-zip.
           display  "Amount    "  ws-amt-ed.
           move     rf-rqst-date               to    ws-wrk-date.
           perform  edt-date.
           display  "Requested "  ws-date-out  " by "  rf-rqst-clk.
           if       rf-aprv-date               >     zero
                    move     rf-aprv-date      to    ws-wrk-date
                    perform  edt-date
                    display  "Decided   "  ws-date-out  " by "  rf-aprv-clk.
           if       rf-jrnl-date               >     zero
                    move     rf-jrnl-date      to    ws-wrk-date
                    perform  edt-date
                    display  "Journal   "  ws-date-out  " entry "  rf-jrnl-sqnc.
           if       rf-vchr-date               >     zero
                    move     rf-vchr-date      to    ws-wrk-date
                    perform  edt-date
                    display  "Vouchered "  ws-date-out.
           if       rf-paid-date               >     zero
                    move     rf-paid-date      to    ws-wrk-date
                    perform  edt-date
                    display  "Paid      "  ws-date-out  " check "  rf-paid-chk.

       load-stts-dsc.
           if       rf-stts                    =     "R"
                    move     "REQUESTED"       to    ws-stts-dsc
           else
           if       rf-stts                    =     "A"
                    move     "APPROVED"        to    ws-stts-dsc
           else
           if       rf-stts                    =     "V"
                    move     "VOUCHERED"       to    ws-stts-dsc
           else
           if       rf-stts                    =     "P"
                    move     "PAID"            to    ws-stts-dsc
           else
           if       rf-stts                    =     "D"
                    move     "DENIED"          to    ws-stts-dsc
           else
                    move     rf-stts           to    ws-stts-dsc.
           if       rf-rsn-cd                  =     "O"
                    move     "Overpayment"     to    ws-rsn-dsc
           else
           if       rf-rsn-cd                  =     "R"
                    move     "Rejected document" to  ws-rsn-dsc
           else
           if       rf-rsn-cd                  =     "D"
                    move     "Duplicate payment" to  ws-rsn-dsc
           else
                    move     rf-rsn-cd         to    ws-rsn-dsc.

       aprv-mode.
           if       ws-rfnd-prmt               not = "Y"
                    display  "Refunds not permitted for this operator"
           else
                    perform  entr-rfnd-key
                    if       ws-rfnd-fnd       =     "Y"
                             perform  aprv-chck.

       aprv-chck.
           if       rf-stts                    not = "R"
                    display  "Only a refund waiting for approval can be approved"
           else
           if       rf-rqst-clk                =     kb-clk-id
                    display  "The clerk who asked for a refund may not approve it"
           else
                    perform  aprv-cnfm.

       aprv-cnfm.
           move     space                      to    kb-ok.
           display  "Approve and journal the reversal (Y/N): ".
           accept   kb-ok.
           if       kb-ok                      =     "Y"
                    perform  aprv-post
           else
                    display  "Nothing approved".

       aprv-post.
           move     rf-doc-no                  to    fr-doc-no.
           move     lock-stts                  to    file-stts.
           perform  read-fee-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  not = "00"
                    display  "Fee record missing for the document - not approved"
           else
           if       fr-bkkp-cd                 =     "VOIDED"
                    display  "Document has been voided since the request - the"
                    display  "void gave the fee back already, deny this refund"
           else
                    perform  load-adj-date
                    perform  otpt-jrnl-rfnd
                    move     "A"               to    rf-stts
                    move     ws-today          to    rf-aprv-date
                    move     kb-clk-id         to    rf-aprv-clk
                    move     ws-adj-date       to    rf-jrnl-date
                    move     fees-jrnl-sqnc    to    rf-jrnl-sqnc
                    move     fr-bkkp-cd-no     to    rf-acnt-nmbr
                    move     fr-bkkp-cd-tp     to    rf-acnt-clas
                    rewrite  rfnd-rcrd
                    move     ws-adj-date       to    ws-wrk-date
                    perform  edt-date
                    display  "Refund approved - reversal journalled for "
                             ws-date-out.

       load-adj-date.   *> an adjustment entry may not land on a day the
                         *> posting run has already swept (the 0016 control)
                         *> or it would never reach the GL distribution -
                         *> it moves to the next open day instead
           move     ws-today                   to    ws-adj-date.
           move     0016                       to    ic-cd-tp.
           move     "POSTED"                   to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
           and      ws-adj-date                not > ic-nxt-doc-no
                    move     ic-nxt-doc-no     to    ws-adj-date
                    perform  bump-adj-date.
           perform  release-code-record.

       bump-adj-date.   *> the next day the courthouse is open
           move     "N"                        to    bd-func.
           move     ws-adj-date                to    bd-date.
           call     "feebd"                    using bd-parm.
           move     bd-rslt-date               to    ws-adj-date.

       otpt-jrnl-rfnd.   *> reversing entry dated the next open day (see
                          *> load-adj-date) - the next gldist run nets the
                          *> refund out of the document's account
           accept   sys-time                   from  time.
           initialize fees-jrnl-rcrd.
           move     ws-adj-yr                  to    fees-jrnl-year.
           move     ws-adj-mt                  to    fees-jrnl-mnth.
           move     ws-adj-dy                  to    fees-jrnl-days.
           move     fr-doc-cnty                to    fees-jrnl-code.
           move     900001                     to    fees-jrnl-sqnc.
           move     ws-adj-date                to    fees-jrnl-date.
           move     sys-time(1:6)              to    fees-jrnl-time.
           move     fr-doc-tp                  to    fees-jrnl-dcmt-code.
           move     fr-doc-cls                 to    fees-jrnl-dcmt-clas.
           move     fr-bkkp-cd-no              to    fees-jrnl-acnt-nmbr.
           move     fr-bkkp-cd-tp              to    fees-jrnl-acnt-clas.
           subtract rf-amt                     from  zero
                                               giving fees-jrnl-totl-amnt.
           subtract rf-amt                     from  zero
                                               giving fees-jrnl-amnt-rcvd.
           move     zero                       to    fees-jrnl-dcmt-cntr.
           move     fr-rcd-ch                  to    fees-jrnl-rcrd-cort.
           move     kb-clctn-ch                to    fees-jrnl-lctn-cort.
           move     kb-clk-id                  to    fees-jrnl-user.
           move     "R"                        to    fees-jrnl-pymt-type.
           move     space                      to    fees-jrnl-filr.
           move     "22"                       to    file-stts.
           perform  otpt-jrnl-adj-one
                    until    file-stts         not = "22".

       otpt-jrnl-adj-one.
           write    fees-jrnl-rcrd
                    invalid  key
                             move     "22"     to    file-stts
                             add      01       to    fees-jrnl-sqnc.
           if       file-stts                  =     "00"
                    move     "W"               to    rv-func
                    perform  rlog-fees-jrnl.

       deny-mode.
           if       ws-rfnd-prmt               not = "Y"
                    display  "Refunds not permitted for this operator"
           else
                    perform  entr-rfnd-key
                    if       ws-rfnd-fnd       =     "Y"
                             perform  deny-chck.

       deny-chck.
           if       rf-stts                    not = "R"
                    display  "Only a refund waiting for approval can be denied"
           else
                    move     space             to    kb-ok
                    display  "Deny this refund (Y/N): "
                    accept   kb-ok
                    if       kb-ok             =     "Y"
                             move     "D"      to    rf-stts
                             move     ws-today to    rf-aprv-date
                             move     kb-clk-id to   rf-aprv-clk
                             rewrite  rfnd-rcrd
                             display  "Refund denied"
                    else
                             display  "Nothing changed".

       paid-mode.   *> the Treasurer's check, once A/P has cut it
           if       ws-rfnd-prmt               not = "Y"
                    display  "Refunds not permitted for this operator"
           else
                    perform  entr-rfnd-key
                    if       ws-rfnd-fnd       =     "Y"
                             perform  paid-chck.

       paid-chck.
           if       rf-stts                    not = "V"
                    display  "Only a refund vouchered to the Treasurer can be paid"
           else
                    move     space             to    kb-paid-chk
                    move     zero              to    kb-paid-date
                    display  "Treasurer's check number: "
                    accept   kb-paid-chk
                    display  "Check date (ccyymmdd, zero for today): "
                    accept   kb-paid-date
                    perform  paid-save.

       paid-save.
           if       kb-paid-date               =     zero
                    move     ws-today          to    kb-paid-date.
           if       kb-paid-chk                =     space
                    display  "No check number keyed - nothing changed"
           else
                    move     "P"               to    rf-stts
                    move     kb-paid-date      to    rf-paid-date
                    move     kb-paid-chk       to    rf-paid-chk
                    rewrite  rfnd-rcrd
                    display  "Refund marked paid".
/
*-----*-----------------------------------------------------------*
*     * voucher export to the Treasurer's accounts payable        *
*-----*-----------------------------------------------------------*
       vchr-mode.
           move     zero                       to    ws-vchr-date.
           display  "Voucher date (ccyymmdd, zero for today - a prior".
           display  "date sends that day's vouchers again): ".
           accept   ws-vchr-date.
           if       ws-vchr-date               =     zero
                    move     ws-today          to    ws-vchr-date.
           perform  vchr-expt.

       vchr-expt.
           move     zero                       to    ws-vchr-cnt.
           move     zero                       to    ws-vchr-tot.
           move     space                      to    vchr-path.
           string   "\\kcffil01\clk\dat\apv"   delimited by size
                    ws-vchr-date               delimited by size
                    ".txt"                     delimited by size
                                               into  vchr-path.
           open     output   vchr-file.

           move     zero                       to    rf-receipt-no.
           move     zero                       to    rf-seq.
           move     space                      to    file-stts.
           start    rfnd-file
                    key  not <  rf-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  vchr-expt-rd
                    until    file-stts         =     "10".

           move     space                      to    vchr-rcrd.
           move     "T"                        to    av-rcrd-tp.
           move     ws-vchr-date               to    avt-date.
           move     ws-vchr-cnt                to    avt-cnt.
           move     ws-vchr-tot                to    avt-amt.
           write    vchr-rcrd.
           close    vchr-file.

           move     ws-vchr-cnt                to    ws-cnt-ed.
           display  "Refund vouchers sent:  "  ws-cnt-ed.
           move     ws-vchr-tot                to    ws-tot-ed.
           display  "Voucher total:       "    ws-tot-ed.
           display  "Vouchers written to "     vchr-path.

       vchr-expt-rd.   *> approved by the voucher date and not sent yet,
                        *> or sent on that date before (a re-run)
           read     rfnd-file
                    next
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      rf-stts                    =     "A"
           and      rf-aprv-date               not > ws-vchr-date
                    perform  vchr-otpt
                    move     "V"               to    rf-stts
                    move     ws-vchr-date      to    rf-vchr-date
                    rewrite  rfnd-rcrd
           else
           if       file-stts                  =     "00"
           and      rf-stts                    =     "V"
           and      rf-vchr-date               =     ws-vchr-date
                    perform  vchr-otpt.

       vchr-otpt.
           move     space                      to    vchr-rcrd.
           move     "V"                        to    av-rcrd-tp.
           move     rf-key                     to    av-vchr-no.
           move     ws-vchr-date               to    av-vchr-date.
           move     rf-amt                     to    av-amt.
           move     rf-payee-name              to    av-payee-name.
           move     rf-payee-adr1              to    av-payee-adr1.
           move     rf-payee-adr2              to    av-payee-adr2.
           move     rf-payee-city              to    av-payee-city.
           move     rf-payee-st                to    av-payee-st.
           move     rf-payee-zip               to    av-payee-zip.
           move     rf-acnt-nmbr               to    av-acnt-nmbr.
           move     rf-acnt-clas               to    av-acnt-clas.
           move     rf-rsn-cd                  to    av-rsn-cd.
           move     rf-doc-no                  to    av-doc-no.
           move     rf-aprv-clk                to    av-aprv-clk.
           write    vchr-rcrd.
           add      01                         to    ws-vchr-cnt.
           add      rf-amt                     to    ws-vchr-tot.
/
*-----*-----------------------------------------------------------*
*     * refund register                                           *
*-----*-----------------------------------------------------------*
       rgst-rpt.
           move     zero                       to    kb-from-date.
           move     zero                       to    kb-thru-date.
           display  "Register from date (ccyymmdd, zero for the first of the month): ".
           accept   kb-from-date.
           display  "Register thru date (ccyymmdd, zero for today): ".
           accept   kb-thru-date.
           if       kb-from-date               =     zero
                    move     ws-today          to    kb-from-date
                    move     "01"              to    kb-from-date(7:2).
           if       kb-thru-date               =     zero
                    move     ws-today          to    kb-thru-date.

           move     zero                       to    ws-rqst-cnt  ws-rqst-amt
                                                     ws-aprv-cnt  ws-aprv-amt
                                                     ws-deny-cnt  ws-deny-amt
                                                     ws-paid-cnt  ws-paid-amt
                                                     ws-outs-cnt  ws-outs-amt
                                                     ws-pend-cnt  ws-pend-amt.
           open     output   print-file.
           perform  rgst-hedr.

           move     zero                       to    rf-receipt-no.
           move     zero                       to    rf-seq.
           move     space                      to    file-stts.
           start    rfnd-file
                    key  not <  rf-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  rgst-scan-rd
                    until    file-stts         =     "10".

           perform  rgst-totl.
           close    print-file.
           display  "Register written to " prnt-path.

       rgst-hedr.
           move     ws-offc-name               to    print-record.
           write    print-record.
           move     kb-from-date               to    ws-wrk-date.
           perform  edt-date.
           move     ws-date-out                to    ws-rqst-ed.
           move     kb-thru-date               to    ws-wrk-date.
           perform  edt-date.
           move     space                      to    ws-rpt-line.
           string   "Refund Register - "       delimited by size
                    ws-rqst-ed                 delimited by size
                    " thru "                   delimited by size
                    ws-date-out                delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.
           move     "Refund       Document        Rsn Payee                           Amount Status     Requested  Decided    Paid"
                                               to    print-record.
           write    print-record.

       rgst-scan-rd.   *> every refund with activity in the period, and
                        *> every one still open whenever it was asked for
           read     rfnd-file
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    perform  rgst-tally
                    if       ws-prt            =     "Y"
                             perform  rgst-prnt-line.

       rgst-tally.
           move     space                      to    ws-prt.
           if       rf-rqst-date               not < kb-from-date
           and      rf-rqst-date               not > kb-thru-date
                    add      01                to    ws-rqst-cnt
                    add      rf-amt            to    ws-rqst-amt
                    move     "Y"               to    ws-prt.
           if       rf-stts                    not = "R"
           and      rf-stts                    not = "D"
           and      rf-aprv-date               not < kb-from-date
           and      rf-aprv-date               not > kb-thru-date
                    add      01                to    ws-aprv-cnt
                    add      rf-amt            to    ws-aprv-amt
                    move     "Y"               to    ws-prt.
           if       rf-stts                    =     "D"
           and      rf-aprv-date               not < kb-from-date
           and      rf-aprv-date               not > kb-thru-date
                    add      01                to    ws-deny-cnt
                    add      rf-amt            to    ws-deny-amt
                    move     "Y"               to    ws-prt.
           if       rf-stts                    =     "P"
           and      rf-paid-date               not < kb-from-date
           and      rf-paid-date               not > kb-thru-date
                    add      01                to    ws-paid-cnt
                    add      rf-amt            to    ws-paid-amt
                    move     "Y"               to    ws-prt.
           if       rf-stts                    =     "A"
           or       rf-stts                    =     "V"
                    add      01                to    ws-outs-cnt
                    add      rf-amt            to    ws-outs-amt
                    move     "Y"               to    ws-prt.
           if       rf-stts                    =     "R"
                    add      01                to    ws-pend-cnt
                    add      rf-amt            to    ws-pend-amt
                    move     "Y"               to    ws-prt.

       rgst-prnt-line.
           perform  load-stts-dsc.
           move     rf-rqst-date               to    ws-wrk-date.
           perform  edt-date.
           move     ws-date-out                to    ws-rqst-ed.
           move     rf-aprv-date               to    ws-wrk-date.
           perform  edt-date.
           move     ws-date-out                to    ws-aprv-ed.
           move     rf-paid-date               to    ws-wrk-date.
           perform  edt-date.
           move     ws-date-out                to    ws-paid-ed.
           move     rf-receipt-no              to    ws-rcpt-ed.
           move     rf-amt                     to    ws-amt-ed.
           move     space                      to    ws-rpt-line.
           string   ws-rcpt-ed                 delimited by size
                    "-"                        delimited by size
                    rf-seq                     delimited by size
                    " "                        delimited by size
                    rf-doc-no                  delimited by size
                    "  "                       delimited by size
                    rf-rsn-cd                  delimited by size
                    "  "                       delimited by size
                    rf-payee-name(1:25)        delimited by size
                    " "                        delimited by size
                    ws-amt-ed                  delimited by size
                    " "                        delimited by size
                    ws-stts-dsc                delimited by size
                    " "                        delimited by size
                    ws-rqst-ed                 delimited by size
                    " "                        delimited by size
                    ws-aprv-ed                 delimited by size
                    " "                        delimited by size
                    ws-paid-ed                 delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.

       rgst-totl.
           move     space                      to    print-record.
           write    print-record.
           move     "                          Count            Amount"
                                               to    print-record.
           write    print-record.
           move     ws-rqst-cnt                to    ws-cnt-ed.
           move     ws-rqst-amt                to    ws-tot-ed.
           move     "Requested in period    "  to    ws-rpt-line.
           perform  rgst-totl-line.
           move     ws-aprv-cnt                to    ws-cnt-ed.
           move     ws-aprv-amt                to    ws-tot-ed.
           move     "Approved in period     "  to    ws-rpt-line.
           perform  rgst-totl-line.
           move     ws-deny-cnt                to    ws-cnt-ed.
           move     ws-deny-amt                to    ws-tot-ed.
           move     "Denied in period       "  to    ws-rpt-line.
           perform  rgst-totl-line.
           move     ws-paid-cnt                to    ws-cnt-ed.
           move     ws-paid-amt                to    ws-tot-ed.
           move     "Paid in period         "  to    ws-rpt-line.
           perform  rgst-totl-line.
           move     ws-outs-cnt                to    ws-cnt-ed.
           move     ws-outs-amt                to    ws-tot-ed.
           move     "Approved, not yet paid "  to    ws-rpt-line.
           perform  rgst-totl-line.
           move     ws-pend-cnt                to    ws-cnt-ed.
           move     ws-pend-amt                to    ws-tot-ed.
           move     "Waiting for approval   "  to    ws-rpt-line.
           perform  rgst-totl-line.

       rgst-totl-line.
           move     ws-cnt-ed                  to    ws-rpt-line(27:5).
           move     ws-tot-ed                  to    ws-rpt-line(36:14).
           move     ws-rpt-line                to    print-record.
           write    print-record.

       edt-date.   *> ccyymmdd to mm/dd/ccyy, blank when there is no date
           if       ws-wrk-date                =     zero
                    move     space             to    ws-date-out
           else
                    move     ws-wrk-mt         to    ws-date-ed-mt
                    move     ws-wrk-dy         to    ws-date-ed-dy
                    move     ws-wrk-cy         to    ws-date-ed-cy
                    move     ws-date-ed        to    ws-date-out.
/
       rlog-fees-jrnl.   *> after-image of the journal entry for the
                          *> forward-recovery log (feerv)
           move     "FEESJRNL"                 to    rv-file.
           move     fees-jrnl-rcrd             to    rv-rcrd.
           move     "FEERF"                    to    rv-prog.
           move     kb-clk-id                  to    rv-user.
           call     "feerv"                    using rv-parm.

       read-rfnd-file.
           read     rfnd-file
                    invalid key
                            move      "23"     to    file-stts.

       read-fee-file.
           read     fee-file
                    invalid key
                            move      "23"     to    file-stts.

       read-fee-rcpt.
           read     fee-rcpt
                    invalid key
                            move      "23"     to    file-stts.

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
