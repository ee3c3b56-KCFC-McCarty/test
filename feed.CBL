*     *      items so the steps ask no questions, and the         *
*     *      status screen shows the morning operator last        *
*     *      night's run in one place.                            *
*     *      The marginal-notation listing (feej) runs every      *
*     *      night after the vendor feed  10/15/26 epa            *
*     *      The Assessor transfer feed (feeas) runs every        *
*     *      night after the marginal listing  10/15/26 epa       *
*     *      The name-watch match and notices (feew) run every    *
*     *      night after the Assessor feed  10/15/26 epa          *
*     *      Closed days (county calendar) run nothing; feet      *
*     *      runs on the last open day of the month and feey      *
*     *      on the first open day from Jan 2nd  10/15/26 epa     *
*     *      The license stock inventory (feehs) runs on the      *
*     *      last open day of the month  10/15/26 epa             *
*     *      The Treasurer's refund vouchers (feerf) go out every *
*     *      night after the license inventory  10/15/26 epa      *
*-----*-----------------------------------------------------------*

           select ixcd-file  assign "\\kcffil01\clk\dat\ixcdfile.dat"
       01  ws-halt              pic  x(01).
       01  ws-call-fail         pic  x(01).
       01  ws-applies           pic  x(01).
       01  ws-jan-2nd           pic  9(08).
       01                       redefines
           ws-jan-2nd.
           02 ws-jan-2nd-cy     pic  9(04).
           02 ws-jan-2nd-md     pic  9(04).

       copy "feebd.cpb".
       01  ws-ctl-id            pic  x(10).
       01  ws-ctl-fnd           pic  x(01).
       01  ws-hhmm              pic  9(04).
           02                   pic  x(24) value "feet    TRANSFER TAX    ".
           02                   pic  x(24) value "feey    YEAR-END ARCHIVE".
           02                   pic  x(24) value "feef    VENDOR FEED     ".
           02                   pic  x(24) value "feej    MARGINAL NOTES  ".
           02                   pic  x(24) value "feeas   ASSESSOR FEED   ".
           02                   pic  x(24) value "feew    NAME WATCH      ".
           02                   pic  x(24) value "feehs   HFL INVENTORY   ".
           02                   pic  x(24) value "feerf   REFUND VOUCHERS ".
       01                       redefines
           ws-step-ltrl.
           02 ws-step-occ       occurs 11 times.
              03 ws-step-prog   pic  x(08).
              03 ws-step-name   pic  x(16).
       01  ws-step-cnt          pic  9(02) value 11.
/
       procedure division.

           else
                    perform  run-one-step.

       chck-applies.   *> nothing runs on a day the courthouse is closed;
                        *> feet on the last open day of the month, the
                        *> year-end archive on the first open day from
                        *> January 2nd on  10/15/26 epa
                        *> a closed day's recordings are not lost - the
                        *> dated feeds and listings take in everything
                        *> since the last open day  10/15/26 epa
           move     "Y"                        to    ws-applies.
           move     "O"                        to    bd-func.
           move     ws-run-date                to    bd-date.
           call     "feebd"                    using bd-parm.
           if       bd-open                    not = "Y"
                    move     space             to    ws-applies.
           if       ws-stp-no                  =     04
           or       ws-stp-no                  =     10                *> 10/15/26 epa
                    move     "L"               to    bd-func
                    move     ws-run-date       to    bd-date
                    call     "feebd"           using bd-parm
                    if       ws-run-date       not = bd-rslt-date
                             move     space    to    ws-applies.
           if       ws-stp-no                  =     05
                    perform  chck-yr-end.

       chck-yr-end.   *> the first open day on or after January 2nd -
                       *> the last open day before it is still in the
                       *> old year or on New Year's Day
           move     ws-run-cy                  to    ws-jan-2nd-cy.
           move     0102                       to    ws-jan-2nd-md.
           move     "P"                        to    bd-func.
           move     ws-run-date                to    bd-date.
           call     "feebd"                    using bd-parm.
           if       ws-run-date                <     ws-jan-2nd
           or       bd-rslt-date               not < ws-jan-2nd
                    move     space             to    ws-applies.

       bld-ctl-id.
           move     space                      to    ws-ctl-id.
