      $set sourceformat"free"
      $set fileshare
*-----*-----------------------------------------------------------*
*     * Forward-recovery log routine                              *
*-----*-----------------------------------------------------------*
*     * feerv.cbl            10/15/26    epa                      *
*-----*-----------------------------------------------------------*
*     * Called routine - appends one after-image to the day's     *
*     *      forward-recovery log for every change fee entry,     *
*     *      A/R, escrow and the VIN rebuild make to a protected  *
*     *      file, so a restored backup can be brought back up    *
*     *      to the point of failure by the recovery program      *
*     *      (feefr).  The log is opened on the first call and    *
*     *      held for the rest of the run; a run that crosses     *
*     *      midnight moves on to the next day's log.  The        *
*     *      parameter block is described in feerv.cpb.  A log    *
*     *      that cannot be written is reported on the screen     *
*     *      but never stops the counter - the change itself      *
*     *      has already been made.                               *
*-----*-----------------------------------------------------------*

           select rcv-log    assign rcv-log-path
                             organization indexed
                             access mode  dynamic
                             record key   rg-key
                             file status  file-stts.
/
       copy "feervlg.cpb".
/
       working-storage section.

       01  file-stts.
           02 file-sts1         pic  9(01).
           02 file-sts2         pic  9(02) comp-x.

       01  lock-stts.
           02                   pic  9(01) value 09.
           02                   pic  9(02) comp-x value 68.

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

       01  ws-log-open          pic  x(01) value space.
       01  ws-log-date          pic  9(08) value zero.
       01  ws-log-seq           pic  9(06) value zero.
       01  ws-log-try           pic  9(02).
/
       linkage section.

       copy "feerv.cpb".
/
       procedure division using rv-parm.

       declaratives.

       file-eror section.
           use after standard error procedure on rcv-log.
       file-eror-proc.
           if       file-stts                 =     lock-stts
                    next sentence
           else
                    display  "recovery log error - status "
                    display  file-stts.
       end      declaratives.
/
           perform  load-today.
           if       ws-log-open                =     "Y"
           and      ws-log-date                not = ws-today
                    close    rcv-log
                    move     space             to    ws-log-open.
           if       ws-log-open                not = "Y"
                    perform  open-log.
           if       ws-log-open                =     "Y"
                    perform  wrte-log.
           exit     program.

       load-today.
           accept   sys-date                   from  date.
           accept   sys-time                   from  time.
           move     sys-yr                     to    ws-today-yr.
           move     sys-mt                     to    ws-today-mt.
           move     sys-dy                     to    ws-today-dy.
           if       sys-yr                     >     90
                    move     19                to    ws-today-cn
           else
                    move     20                to    ws-today-cn.

       open-log.
           move     space                      to    rcv-log-path.
           string   "\\kcffil01\clk\log\rcvl"  delimited by size
                    ws-today                   delimited by size
                    ".dat"                     delimited by size
                                               into  rcv-log-path.
           open     i-o      rcv-log.
           if       file-stts                  not = "00"
                    open     output  rcv-log
                    close    rcv-log
                    open     i-o     rcv-log.
           if       file-stts                  =     "00"
                    move     "Y"               to    ws-log-open
                    move     ws-today          to    ws-log-date
           else
                    display  "Recovery log cannot be opened - tell the supervisor".

       wrte-log.   *> a key already taken by another station is retried
                    *> with the next sequence number
           move     ws-today                   to    rg-date.
           move     sys-time                   to    rg-time.
           move     rv-user                    to    rg-user.
           move     rv-prog                    to    rg-prog.
           move     rv-func                    to    rg-func.
           move     rv-file                    to    rg-file.
           move     rv-rcrd                    to    rg-rcrd.
           move     space                      to    rg-filler.
           move     zero                       to    ws-log-try.
           move     "22"                       to    file-stts.
           perform  wrte-log-one
                    until    file-stts         not = "22"
                    or       ws-log-try        >     20.

       wrte-log-one.
           add      01                         to    ws-log-try.
           add      01                         to    ws-log-seq.
           move     ws-log-seq                 to    rg-seq.
           write    rcv-log-rcrd
                    invalid  key
                             move     "22"     to    file-stts.
