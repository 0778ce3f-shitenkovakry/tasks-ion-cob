000010*-----------------------------------------------------------*
000020*  ODD-FLAG-DELTA-RECORD                                      *
000030*  Detail record of the ODDDELTA incremental change feed        *
000040*  written by ODD-FLAG-DELTA for downstream systems that only    *
000050*  want what changed since the previous run date: A for an        *
000060*  item newly flagged tonight, D for one flagged last run and      *
000070*  not tonight, R for one still flagged under a different          *
000080*  reason (OLD-REASON is what it was).  For a drop FLAG-REASON       *
000090*  is the reason it was last flagged under.  The feed goes out        *
000100*  in the ODD-FEED-ENVELOPE-RECORD HDR/TRL envelope; detail            *
000110*  records start with the numeric item code.                           *
000120*-----------------------------------------------------------*
000130 01  odd-flag-delta-record.
000140     05  odl-item-code              pic 9(06).
000150     05  odl-run-date               pic x(08).
000160     05  odl-change-type            pic x(01).
000170         88  odl-change-add             value 'A'.
000180         88  odl-change-drop            value 'D'.
000190         88  odl-change-reason          value 'R'.
000200     05  odl-flag-reason            pic x(10).
000210     05  odl-old-reason             pic x(10).
000220     05  odl-item-dept              pic x(04).
000230     05  odl-unit-value             pic 9(05)v99.
000240     05  odl-item-desc              pic x(30).
000250     05  filler                     pic x(04).
