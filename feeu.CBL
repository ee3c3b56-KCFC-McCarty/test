*     *      (oprlog.txt) with who made the change, because       *
*     *      the auditors ask every year who can void a           *
*     *      receipt.                                             *
*     *      The refund approval permission (op-rfnd) is          *
*     *      maintained here as well  10/15/26 epa                *
*-----*-----------------------------------------------------------*

       special-names. crt status crt-status.
           02 ws-log-escr       pic  x(01).
           02 ws-log-lock       pic  x(01).
           02 ws-log-sched      pic  x(01).
           02 ws-log-rfnd       pic  x(01).
/
       screen section.

           02 "Escrow Adjust   (Y/N)"         line  15     col 05.
           02 "Lock/Batch Ovrd (Y/N)"         line  16     col 05.
           02 "Fee Schedule    (Y/N)"         line  17     col 05.
           02 "Refund Approval (Y/N)"         line  18     col 05.
           02 "OK to save (Y/N)"              line  19     col 05.

       01  ss-key-flds                        highlight.
                                              line  16     col 30.
           02 ss-fld-sched      pic x(01)     using op-sched        auto
                                              line  17     col 30.
           02 ss-fld-rfnd       pic x(01)     using op-rfnd         auto
                                              line  18     col 30.

       01  ss-ok                pic x(01)     using kb-ok
                                              highlight
                    move     "N"               to    op-ar
                    move     "N"               to    op-escr
                    move     "N"               to    op-lock
                    move     "N"               to    op-sched
                    move     "N"               to    op-rfnd.
           display  ss-edt-mode.
           display  ss-opr-flds.

           accept   ss-fld-escr.
           accept   ss-fld-lock.
           accept   ss-fld-sched.
           accept   ss-fld-rfnd.
           accept   ss-ok.

       save-opr.
           move     op-escr                    to    ws-log-escr.
           move     op-lock                    to    ws-log-lock.
           move     op-sched                   to    ws-log-sched.
           move     op-rfnd                    to    ws-log-rfnd.

           move     space                      to    ws-log-line.
           string   ws-log-date                delimited by size
                    ws-log-time                delimited by size
                    "  Operator "              delimited by size
                    op-clk-id                  delimited by size
                    "  stts/sprv/void/chng/ar/escr/lock/sched/rfnd "
                                               delimited by size
                    ws-log-flags               delimited by size
                    "  by "                    delimited by size
