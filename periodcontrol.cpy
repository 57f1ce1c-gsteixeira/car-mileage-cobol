        *> Record layout of the accounting period control file - one
        *> record per month that has ever been closed, saying whether
        *> it is open or closed for change. Shared by period-close
        *> (which closes a month once gl-posting has produced its
        *> posting file), gl-posting (which will not post a closed
        *> month a second time), fillup-fix (which carries a change
        *> to a closed month as an adjustment instead of quietly
        *> rewriting it) and car-mileage (whose load and --enter
        *> refuse rows dated in a closed month), so all of them
        *> always agree on the bytes.
        *>  pc_status is "C" once the month is closed and "O" if it
        *>  has been reopened; a month with no record at all has
        *>  never been closed and is open.
        *>  pc_post_lines / pc_post_hash are copied off the trailer of
        *>  the posting file that was on hand when the month closed,
        *>  so "what did we send the GL for March" stays answerable
        *>  after the file itself is long gone.
                    01 period_control_record.
                        02 pc_period       PIC 9(6).
                        02 pc_status       PIC X.
                        02 pc_closed_date  PIC 9(8).
                        02 pc_closed_time  PIC 9(8).
                        02 pc_post_lines   PIC 9(6).
                        02 pc_post_hash    PIC 9(11)V99.
