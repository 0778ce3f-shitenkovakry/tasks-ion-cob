000130*  flagged by FIND-EVEN-IN-ARRAY, picked up automatically by       *
000140*  the review desks' system - item code, run date, flag            *
000150*  reason and the source system whose ITEMXTRT batch carried         *
000160*  the item, with its unit value, one record per flagged item.          *
000165*  Mirrors ODD-ITEM-EXTRACT-RECORD; the file is wrapped in the            *
000167*  HDR/TRL of ODD-FEED-ENVELOPE-RECORD.                                    *
000170*-----------------------------------------------------------*
000180 01  even-item-extract-record.
000190     05  ext-item-code              pic 9(06).
000200     05  ext-run-date               pic x(08).
000210     05  ext-flag-reason            pic x(10).
000215     05  ext-source-system          pic x(08).
000217     05  ext-unit-value             pic 9(05)v99.
000220     05  filler                     pic x(41).
