000010*-----------------------------------------------------------*
000020*  ODD-PERIOD-CLOSE-LOG-RECORD                                *
000030*  One line appended to the ODDCLLOG period-close log by        *
000040*  ODD-PERIOD-CLOSE for every close and every reopen of a        *
000050*  month: who, when, the period, the reason given for a reopen,   *
000060*  and - for a close - the flagged count and value the month-      *
000070*  end snapshot reported, so the figures handed to finance can      *
000080*  be tied back to the log.  The log is only ever extended.          *
000090*-----------------------------------------------------------*
000100 01  odd-period-close-log-record.
000110     05  pcl-log-date               pic x(08).
000120     05  pcl-log-time               pic x(06).
000130     05  pcl-operator               pic x(08).
000140     05  pcl-period                 pic x(06).
000150     05  pcl-action                 pic x(06).
000160         88  pcl-action-close           value 'CLOSE'.
000170         88  pcl-action-reopen          value 'REOPEN'.
000180     05  pcl-reason                 pic x(30).
000190     05  pcl-flag-count             pic 9(06).
000200     05  pcl-flag-value             pic 9(08)v99.
