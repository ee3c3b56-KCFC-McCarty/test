*     *      (like the feenmxrf rows) written to a dated          *
*     *      transfer file (grgrCCYYMMDD.txt), so resending a     *
*     *      lost day is just re-running for that date.           *
*     *      Parties past the first grantor/grantee come off      *
*     *      the additional-parties file, one line each, in       *
*     *      party-sequence order  10/15/26 epa                   *
*     *      Recordings on days the courthouse was closed go      *
*     *      out with the next open day's feed  10/15/26 epa      *
*     *                                                           *
*     *      Detail line ("D"):                                   *
*     *         col    1      record type "D"                     *
                             record key   ic-key
                             file status  file-stts.

           select fee-prty   assign "\\kcffil01\clk\dat\feeprty.dat"
                             organization indexed
                             access mode  dynamic
                             record key   pt-key
                             file status  file-stts.

           select feed-file  assign feed-path
                             organization line sequential
                             file status  file-stts.
       copy "FEE.LIB".
/
       copy "IXCD.LIB".
/
       copy "feeprty.cpb".
/
       fd  feed-file.

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
       01  ws-doc-cnt           pic  9(06).
       01  ws-line-cnt          pic  9(06).

       file-eror section.
           use after standard error procedure on fee-file
                                                 ixcd-file
                                                 fee-prty.
       file-eror-proc.
           if       file-stts                 =     lock-stts
                    next sentence

           open     input    fee-file.
           open     input    ixcd-file.
           open     input    fee-prty.
           if       file-stts                  not = "00"
                    open     output  fee-prty
                    close    fee-prty
                    open     input   fee-prty.
           open     output   feed-file.

           perform  load-cnty-prefix.
           perform  load-from-date.

       load-from-date.   *> nothing runs on a closed day, so the feed takes
                          *> everything after the last open day before the
                          *> feed date  10/15/26 epa
           move     "P"                        to    bd-func.
           move     ws-feed-date               to    bd-date.
           call     "feebd"                    using bd-parm.
           move     bd-rslt-date               to    ws-from-date.

       load-cnty-prefix.   *> county prefix of the document number, off the 0010 counter
           move     0010                       to    ic-cd-tp.
                    display  "Cannot read 0010 DOC counter - enter county code: "
                    accept   ws-cnty-cd.

       feed-scan.   *> from the day after the last open day  10/15/26 epa
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

                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and     (fr-doc-cnty                not = ws-cnty-cd
           or       fee-key(3:6)               >     ws-feed-date(3:6))
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
                    end-if
                    perform  otpt-feed-line.

           move     fr-doc-no                  to    pt-doc-no.
           move     zero                       to    pt-seq.
           move     "00"                       to    file-stts.
           start    fee-prty
                    key  not <  pt-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  otpt-prty-rd
                    until    file-stts         =     "10".
           move     "00"                       to    file-stts.

       otpt-prty-rd.   *> additional parties  10/15/26 epa
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
           move     pt-party                   to    fd-party.
           move     pt-name-tp                 to    fd-name-tp.
           move     pt-name                    to    fd-full-name.
           if       pt-name-tp                 =     "B"
                    move     pt-name(1:25)     to    fd-last-name
                    move     space             to    fd-frst-name
                    move     space             to    fd-midl-name
           else
                    move     pt-last-name      to    fd-last-name
                    move     pt-frst-name      to    fd-frst-name
                    move     pt-midl-name      to    fd-midl-name.
           perform  otpt-feed-line.

       otpt-feed-line.
           move     "D"                        to    fd-rcrd-tp.
           move     fr-doc-date                to    fd-doc-date.
       clos-fils.
           close    fee-file.
           close    ixcd-file.
           close    fee-prty.
           close    feed-file.
