000010 identification division.
000020 program-id. odd-flag-delta.
000030 author. data-services-batch-support.
000040 installation. item-processing.
000050 date-written. 2026-10-15.
000060 date-compiled.
000070*---------------------------------------------------------------
000080* modification history
000090*  2026-10-15  dsb  initial version - the day-over-day flag
000100*                   delta, so the review desk starts the morning
000110*                   with what is new instead of re-reading the
000120*                   whole list.  Runs in the nightly chain as
000130*                   the DELTA step (ODD-RUN-STEP), after the
000132*                   disposition intake and ahead of the purge -
000134*                   so the previous run date's flags are still
000136*                   on ODDRSLT when it reads them - and matches
000140*                   the business date's ODDRSLT records against
000150*                   the previous completed run date's (the
000160*                   latest earlier COMPLETE run on ODDRUNH) item
000170*                   by item.  Every item falls in one of four
000180*                   groups - new today, still flagged (with the
000190*                   run dates it has been flagged in a row),
000200*                   resolved since the last run, or still
000210*                   flagged under a different reason - and is
000220*                   listed on ODDDELRP, which ends with the
000230*                   count and value of each group by department.
000240*                   The adds, drops and reason changes also go
000250*                   out on ODDDELTA, a change feed in the same
000260*                   HDR/TRL envelope as ODDXTRCT with its own
000270*                   sequence number, logged on ODDXMLOG.  No
000280*                   ODDRUNH means no previous run date: every
000290*                   flag is new and the step ends with return
000300*                   code 4.  No ODDRSLT ends it with 16.
000310*---------------------------------------------------------------
000320 environment division.
000330 input-output section.
000340 file-control.
000350     select odd-result-file assign to 'ODDRSLT'
000360         organization is indexed
000370         access mode is dynamic
000380         record key is oir-key
000390         file status is odd-result-status.
000400     select prior-result-file assign to 'ODDRSLT'
000410         organization is indexed
000420         access mode is dynamic
000430         record key is prr-key
000440         file status is prior-result-status.
000450     select history-result-file assign to 'ODDRSLT'
000460         organization is indexed
000470         access mode is random
000480         record key is hrr-key
000490         file status is history-result-status.
000500     select odd-run-history-file assign to 'ODDRUNH'
000510         organization is line sequential
000520         file status is odd-run-history-status.
000530     select delta-report-file assign to 'ODDDELRP'
000540         organization is line sequential.
000550     select delta-feed-file assign to 'ODDDELTA'
000560         organization is sequential.
000570     select odd-xmlog-file assign to 'ODDXMLOG'
000580         organization is line sequential
000590         file status is odd-xmlog-status.
000600     select odd-run-control-file assign to 'ODDRUNCT'
000610         organization is indexed
000620         access mode is random
000630         record key is rct-key
000640         file status is odd-step-control-status.
000650 data division.
000660 file section.
000670 fd  odd-result-file
000680     record contains 100 characters.
000690 copy 'odd-item-result-record'.
000700*---------------------------------------------------------------
000710* the previous run date's records, read alongside tonight's
000720* through a second cursor on ODDRSLT.
000730*---------------------------------------------------------------
000740 fd  prior-result-file
000750     record contains 100 characters.
000760 01  prior-result-record.
000770     05  prr-key.
000780         10  prr-run-date           pic x(08).
000790         10  prr-item-code          pic 9(06).
000800     05  prr-flag-reason            pic x(10).
000810     05  prr-item-desc              pic x(30).
000820     05  prr-item-dept              pic x(04).
000830     05  filler                     pic x(26).
000840     05  prr-unit-value             pic 9(05)v99.
000850     05  filler                     pic x(09).
000860 fd  history-result-file
000870     record contains 100 characters.
000880 01  history-result-record.
000890     05  hrr-key.
000900         10  hrr-run-date           pic x(08).
000910         10  hrr-item-code          pic 9(06).
000920     05  filler                     pic x(86).
000930 fd  odd-run-history-file
000940     record contains 80 characters.
000950 copy 'odd-run-history'.
000960 fd  delta-report-file
000970     record contains 80 characters.
000980 01  delta-report-record            pic x(80).
000990 fd  delta-feed-file
001000     block contains 0 records
001010     record contains 80 characters
001020     label records are standard.
001030 copy 'odd-flag-delta-record'.
001040 fd  odd-xmlog-file
001050     record contains 80 characters.
001060 copy 'odd-transmission-log-record'.
001070 fd  odd-run-control-file
001080     record contains 150 characters.
001090 copy 'odd-run-control-record'.
001100 working-storage section.
001110 01  odd-result-status              pic x(02).
001120 01  prior-result-status            pic x(02).
001130 01  history-result-status          pic x(02).
001140 01  odd-run-history-status         pic x(02).
001150 01  odd-xmlog-status               pic x(02).
001160*---------------------------------------------------------------
001170* switches and counters.  The two match keys hold the current
001180* item code of each side, 9999999 once that side is used up.
001190*---------------------------------------------------------------
001200 01  odd-delta-switches.
001210     05  odd-delta-ready-sw         pic x(01) value 'N'.
001220         88  odd-delta-ready            value 'Y'.
001230     05  odd-delta-streak-sw        pic x(01) value 'N'.
001240         88  odd-delta-streak-ended     value 'Y'.
001250 01  odd-delta-tonight-key         pic 9(07) value 9999999.
001260     88  odd-delta-tonight-done         value 9999999.
001270 01  odd-delta-prior-key           pic 9(07) value 9999999.
001280     88  odd-delta-prior-done           value 9999999.
001290 01  odd-delta-run-date            pic x(08).
001300 01  odd-delta-prior-date          pic x(08) value spaces.
001310 01  odd-delta-today               pic x(08).
001320 01  odd-delta-time                pic x(06).
001330 01  odd-delta-tonight-count       pic 9(06) value zero.
001340 01  odd-delta-prior-count         pic 9(06) value zero.
001350 01  odd-delta-feed-seq            pic 9(06) value zero.
001360 01  odd-delta-feed-count          pic 9(06) value zero.
001370 01  odd-delta-feed-hash           pic 9(12) value zero.
001380 01  odd-delta-feed-value          pic 9(10)v99 value zero.
001390*---------------------------------------------------------------
001400* the item being placed in a group, whichever side it came
001410* from.  Groups are 1 new, 2 still flagged, 3 resolved and
001420* 4 reason changed.
001430*---------------------------------------------------------------
001440 01  odd-delta-group               pic 9(04) comp.
001450 01  odd-delta-item-code           pic 9(06).
001460 01  odd-delta-dept                pic x(04).
001470 01  odd-delta-reason              pic x(10).
001480 01  odd-delta-old-reason          pic x(10).
001490 01  odd-delta-desc                pic x(30).
001500 01  odd-delta-value               pic 9(05)v99.
001510 01  odd-delta-days                pic 9(04).
001515 01  odd-delta-change-type         pic x(01).
001520 01  odd-delta-group-values        pic x(32)
001530         value 'NEW     STILL   RESOLVEDCHANGED '.
001540 01  odd-delta-group-table redefines odd-delta-group-values.
001550     05  odd-delta-group-name       occurs 4 times
001560                                    pic x(08).
001570*---------------------------------------------------------------
001580* the completed run dates before tonight, newest first and
001590* each once, from ODDRUNH.  The first is the previous run
001600* date; the rest are walked back to count how many run dates
001610* in a row an item has been flagged.
001620*---------------------------------------------------------------
001630 01  odd-delta-date-table.
001640     05  odd-delta-prior-run        occurs 367 times
001650                                    pic x(08).
001660 01  odd-delta-date-count          pic 9(04) comp value zero.
001670 01  odd-delta-date-max            pic 9(04) comp value 366.
001680 01  odd-delta-date-scan           pic 9(04) comp.
001690 01  odd-delta-date-from           pic 9(04) comp.
001700*---------------------------------------------------------------
001710* counts and value per group by department, kept in
001720* department order.  Entries 1-200 are departments, 201 takes
001730* any past the 200th and 202 is the total.
001740*---------------------------------------------------------------
001750 01  odd-delta-dept-table.
001760     05  odd-delta-dept-entry       occurs 202 times.
001770         10  odt-dept               pic x(04).
001780         10  odt-group              occurs 4 times.
001790             15  odt-count          pic 9(06).
001800             15  odt-value          pic 9(10)v99.
001810 01  odd-delta-dept-count          pic 9(04) comp value zero.
001820 01  odd-delta-max-depts           pic 9(04) comp value 200.
001830 01  odd-delta-other-idx           pic 9(04) comp value 201.
001840 01  odd-delta-total-idx           pic 9(04) comp value 202.
001850 01  odd-delta-idx                 pic 9(04) comp.
001860 01  odd-delta-scan                pic 9(04) comp.
001870 01  odd-delta-from                pic 9(04) comp.
001880 01  odd-delta-grp                 pic 9(04) comp.
001890*---------------------------------------------------------------
001900* ODDDELRP print-line layouts
001910*---------------------------------------------------------------
001920 01  delta-heading-line.
001930     05  filler                    pic x(01) value space.
001940     05  filler                    pic x(25)
001950             value 'DAY-OVER-DAY FLAG DELTA'.
001960     05  filler                    pic x(09) value 'RUN DATE '.
001970     05  dlh-run-date              pic x(08).
001980     05  filler                    pic x(20)
001990             value '  PREVIOUS RUN DATE '.
002000     05  dlh-prior-date            pic x(08).
002010 01  delta-column-line.
002020     05  filler                    pic x(01) value space.
002030     05  filler                    pic x(10) value 'GROUP'.
002040     05  filler                    pic x(08) value 'ITEM'.
002050     05  filler                    pic x(06) value 'DEPT'.
002060     05  filler                    pic x(12) value 'REASON'.
002070     05  filler                    pic x(12) value 'WAS'.
002080     05  filler                    pic x(10) value '     VALUE'.
002090     05  filler                    pic x(06) value '  DAYS'.
002100 01  delta-detail-line.
002110     05  filler                    pic x(01) value space.
002120     05  dld-group                 pic x(08).
002130     05  filler                    pic x(02) value spaces.
002140     05  dld-item-code             pic zzzzz9.
002150     05  filler                    pic x(02) value spaces.
002160     05  dld-item-dept             pic x(04).
002170     05  filler                    pic x(02) value spaces.
002180     05  dld-flag-reason           pic x(10).
002190     05  filler                    pic x(02) value spaces.
002200     05  dld-old-reason            pic x(10).
002210     05  filler                    pic x(04) value spaces.
002220     05  dld-unit-value            pic zzzz9.99.
002230     05  filler                    pic x(02) value spaces.
002240     05  dld-days                  pic x(04).
002250 01  delta-days-edit               pic zzz9.
002260 01  delta-summary-heading-line.
002270     05  filler                    pic x(01) value space.
002280     05  filler                    pic x(40)
002290             value 'DELTA BY DEPARTMENT'.
002300 01  delta-summary-group-line.
002310     05  filler                    pic x(05) value spaces.
002320     05  filler                    pic x(18)
002330             value '         NEW TODAY'.
002340     05  filler                    pic x(18)
002350             value '     STILL FLAGGED'.
002360     05  filler                    pic x(18)
002370             value '          RESOLVED'.
002380     05  filler                    pic x(18)
002390             value '    REASON CHANGED'.
002400 01  delta-summary-column-line.
002410     05  filler                    pic x(05) value ' DEPT'.
002420     05  filler                    pic x(18)
002430             value '  COUNT      VALUE'.
002440     05  filler                    pic x(18)
002450             value '  COUNT      VALUE'.
002460     05  filler                    pic x(18)
002470             value '  COUNT      VALUE'.
002480     05  filler                    pic x(18)
002490             value '  COUNT      VALUE'.
002500 01  delta-summary-line.
002510     05  filler                    pic x(01) value space.
002520     05  dls-dept                  pic x(04).
002530     05  dls-group                 occurs 4 times.
002540         10  filler                pic x(01).
002550         10  dls-count             pic zzzzz9.
002560         10  filler                pic x(01).
002570         10  dls-value             pic zzzzzz9.99.
002580 01  delta-total-line.
002590     05  filler                    pic x(01) value space.
002600     05  dlt-total-label           pic x(30).
002610     05  dlt-total-count           pic zzzzz9.
002620 01  delta-message-line.
002630     05  filler                    pic x(01) value space.
002640     05  dlm-message               pic x(60).
002650 01  delta-blank-line              pic x(80) value spaces.
002660 copy 'odd-feed-envelope-record'.
002670 copy 'odd-run-step-variables'.
002680 procedure division.
002690 0000-mainline.
002700     perform 1000-initialize thru 1000-exit.
002710     if odd-delta-ready
002720         perform 2000-match-one thru 2000-exit
002730             until odd-delta-tonight-done and odd-delta-prior-done
002740         perform 7000-print-summary thru 7000-exit
002750         perform 7500-write-feed-trailer thru 7500-exit
002760     end-if.
002770     perform 9000-finish thru 9000-exit.
002780     stop run.
002790 1000-initialize.
002800     move 'DELTA' to odd-step-name.
002810     perform odd-step-begin thru odd-step-begin-exit.
002820     if odd-step-refused
002830         display 'odd-flag-delta: refused by ODDRUNCT - '
002840             'no delta taken'
002850         go to 1000-exit
002860     end-if.
002870     move odd-step-business-date to odd-delta-run-date.
002880     accept odd-delta-today from date yyyymmdd.
002890     accept odd-delta-time from time.
002900     perform 1100-load-run-dates thru 1100-exit.
002910     open input odd-result-file.
002920     if odd-result-status not = '00'
002930         display 'odd-flag-delta: cannot open ODDRSLT - status '
002940             odd-result-status
002950         move 16 to return-code
002960         go to 1000-exit
002970     end-if.
002980     open input prior-result-file.
002990     open input history-result-file.
003000     set odd-delta-ready to true.
003010     move zeros to odd-delta-dept-table.
003020     move '*OTH' to odt-dept (odd-delta-other-idx).
003030     move 'ALL' to odt-dept (odd-delta-total-idx).
003040     perform 1200-find-feed-sequence thru 1200-exit.
003050     open output delta-report-file.
003060     move odd-delta-run-date to dlh-run-date.
003070     if odd-delta-prior-date = spaces
003080         move 'NONE' to dlh-prior-date
003090     else
003100         move odd-delta-prior-date to dlh-prior-date
003110     end-if.
003120     write delta-report-record from delta-heading-line.
003130     if odd-delta-prior-date = spaces
003140         move 'NO EARLIER COMPLETED RUN - EVERY FLAG IS NEW'
003150             to dlm-message
003160         write delta-report-record from delta-message-line
003170     end-if.
003180     write delta-report-record from delta-blank-line.
003190     write delta-report-record from delta-column-line.
003200     open output delta-feed-file.
003210     move spaces to odd-feed-header-record.
003220     move 'HDR' to ofh-record-id.
003230     move odd-feed-delta-name to ofh-feed-name.
003240     move odd-delta-run-date to ofh-run-date.
003250     move odd-delta-feed-seq to ofh-sequence-no.
003260     move odd-feed-system-id to ofh-system-id.
003270     move odd-delta-today to ofh-created-date.
003280     move odd-delta-time to ofh-created-time.
003290     write odd-flag-delta-record from odd-feed-header-record.
003300     perform 1300-start-tonight thru 1300-exit.
003310     perform 1400-start-prior thru 1400-exit.
003320 1000-exit.
003330     exit.
003340*---------------------------------------------------------------
003350* every COMPLETE run before tonight, newest first; a date run
003360* twice is kept once.  Past 366 dates the oldest drop off.
003370*---------------------------------------------------------------
003380 1100-load-run-dates.
003390     open input odd-run-history-file.
003400     if odd-run-history-status not = '00'
003410         display 'odd-flag-delta: warning - no ODDRUNH run '
003420             'history - every flag is reported as new'
003430         move 4 to return-code
003440         go to 1100-exit
003450     end-if.
003460     perform 1110-read-history-one thru 1110-exit
003470         until odd-run-history-status not = '00'.
003480     close odd-run-history-file.
003490     if odd-delta-date-count > 0
003500         move odd-delta-prior-run (1) to odd-delta-prior-date
003510     end-if.
003520 1100-exit.
003530     exit.
003540 1110-read-history-one.
003550     read odd-run-history-file
003560         at end
003570             go to 1110-exit
003580     end-read.
003590     if orh-run-complete
003600         and orh-run-date < odd-delta-run-date
003610         perform 1120-insert-date thru 1120-exit
003620     end-if.
003630 1110-exit.
003640     exit.
003650 1120-insert-date.
003660     move 1 to odd-delta-date-scan.
003670     perform 1130-scan-date thru 1130-exit
003680         until odd-delta-date-scan > odd-delta-date-count
003690         or odd-delta-prior-run (odd-delta-date-scan)
003700             not > orh-run-date.
003710     if odd-delta-date-scan not > odd-delta-date-count
003720         and odd-delta-prior-run (odd-delta-date-scan)
003730             = orh-run-date
003740         go to 1120-exit
003750     end-if.
003760     if odd-delta-date-count not < odd-delta-date-max
003770         if odd-delta-date-scan > odd-delta-date-max
003780             go to 1120-exit
003790         end-if
003800         subtract 1 from odd-delta-date-count
003810     end-if.
003820     move odd-delta-date-count to odd-delta-date-from.
003830     perform 1140-shift-date thru 1140-exit
003840         until odd-delta-date-from < odd-delta-date-scan.
003850     move orh-run-date
003855         to odd-delta-prior-run (odd-delta-date-scan).
003860     add 1 to odd-delta-date-count.
003870 1120-exit.
003880     exit.
003890 1130-scan-date.
003900     add 1 to odd-delta-date-scan.
003910 1130-exit.
003920     exit.
003930 1140-shift-date.
003940     move odd-delta-prior-run (odd-delta-date-from)
003950         to odd-delta-prior-run (odd-delta-date-from + 1).
003960     subtract 1 from odd-delta-date-from.
003970 1140-exit.
003980     exit.
003990*---------------------------------------------------------------
004000* ODDDELTA numbers on from the highest sequence logged for it
004010* on ODDXMLOG, the way FIND-ODD-SCREEN numbers ODDXTRCT.
004020*---------------------------------------------------------------
004030 1200-find-feed-sequence.
004040     move zero to odd-delta-feed-seq.
004050     open input odd-xmlog-file.
004060     if odd-xmlog-status not = '00'
004070         go to 1200-next-sequence
004080     end-if.
004090     perform 1210-read-xmlog-one thru 1210-exit
004100         until odd-xmlog-status not = '00'.
004110     close odd-xmlog-file.
004120 1200-next-sequence.
004130     add 1 to odd-delta-feed-seq.
004140 1200-exit.
004150     exit.
004160 1210-read-xmlog-one.
004170     read odd-xmlog-file
004180         at end
004190             go to 1210-exit
004200     end-read.
004210     if oxl-feed-name = odd-feed-delta-name
004220         and oxl-sequence-no > odd-delta-feed-seq
004230         move oxl-sequence-no to odd-delta-feed-seq
004240     end-if.
004250 1210-exit.
004260     exit.
004270 1300-start-tonight.
004280     move odd-delta-run-date to oir-run-date.
004290     move zero to oir-item-code.
004300     start odd-result-file key not less than oir-key
004310         invalid key
004320             move 9999999 to odd-delta-tonight-key
004330             go to 1300-exit
004340     end-start.
004350     perform 2100-read-tonight thru 2100-exit.
004360 1300-exit.
004370     exit.
004380 1400-start-prior.
004390     if odd-delta-prior-date = spaces
004400         move 9999999 to odd-delta-prior-key
004410         go to 1400-exit
004420     end-if.
004430     move odd-delta-prior-date to prr-run-date.
004440     move zero to prr-item-code.
004450     start prior-result-file key not less than prr-key
004460         invalid key
004470             move 9999999 to odd-delta-prior-key
004480             go to 1400-exit
004490     end-start.
004500     perform 2200-read-prior thru 2200-exit.
004510 1400-exit.
004520     exit.
004530*---------------------------------------------------------------
004540* the match: both sides are in item-code order within their
004550* run date, so the lower key decides the group - on tonight
004560* only is new, on the previous run only is resolved, on both
004570* is still flagged or, if the reason moved, reason changed.
004580*---------------------------------------------------------------
004590 2000-match-one.
004600     evaluate true
004610         when odd-delta-tonight-key < odd-delta-prior-key
004620             perform 3100-new-flag thru 3100-exit
004630             perform 2100-read-tonight thru 2100-exit
004640         when odd-delta-tonight-key > odd-delta-prior-key
004650             perform 3300-resolved-flag thru 3300-exit
004660             perform 2200-read-prior thru 2200-exit
004670         when other
004680             if oir-flag-reason = prr-flag-reason
004690                 perform 3200-still-flagged thru 3200-exit
004700             else
004710                 perform 3400-reason-changed thru 3400-exit
004720             end-if
004730             perform 2100-read-tonight thru 2100-exit
004740             perform 2200-read-prior thru 2200-exit
004750     end-evaluate.
004760 2000-exit.
004770     exit.
004780 2100-read-tonight.
004790     read odd-result-file next record
004800         at end
004810             move 9999999 to odd-delta-tonight-key
004820             go to 2100-exit
004830     end-read.
004840     if odd-result-status not = '00'
004850         or oir-run-date not = odd-delta-run-date
004860         move 9999999 to odd-delta-tonight-key
004870         go to 2100-exit
004880     end-if.
004890     move oir-item-code to odd-delta-tonight-key.
004900     add 1 to odd-delta-tonight-count.
004910 2100-exit.
004920     exit.
004930 2200-read-prior.
004940     read prior-result-file next record
004950         at end
004960             move 9999999 to odd-delta-prior-key
004970             go to 2200-exit
004980     end-read.
004990     if prior-result-status not = '00'
005000         or prr-run-date not = odd-delta-prior-date
005010         move 9999999 to odd-delta-prior-key
005020         go to 2200-exit
005030     end-if.
005040     move prr-item-code to odd-delta-prior-key.
005050     add 1 to odd-delta-prior-count.
005060 2200-exit.
005070     exit.
005080 3100-new-flag.
005090     move 1 to odd-delta-group.
005100     perform 3050-take-tonight thru 3050-exit.
005110     move spaces to odd-delta-old-reason.
005120     move 1 to odd-delta-days.
005130     perform 3600-tally thru 3600-exit.
005140     perform 3700-print-detail thru 3700-exit.
005150     move 'A' to odd-delta-change-type.
005160     perform 3800-write-feed thru 3800-exit.
005170 3100-exit.
005180     exit.
005190 3050-take-tonight.
005200     move oir-item-code to odd-delta-item-code.
005210     move oir-item-dept to odd-delta-dept.
005220     move oir-flag-reason to odd-delta-reason.
005230     move oir-item-desc to odd-delta-desc.
005240     move oir-unit-value to odd-delta-value.
005250 3050-exit.
005260     exit.
005270 3200-still-flagged.
005280     move 2 to odd-delta-group.
005290     perform 3050-take-tonight thru 3050-exit.
005300     move spaces to odd-delta-old-reason.
005310     perform 3500-days-running thru 3500-exit.
005320     perform 3600-tally thru 3600-exit.
005330     perform 3700-print-detail thru 3700-exit.
005340 3200-exit.
005350     exit.
005360 3300-resolved-flag.
005370     move 3 to odd-delta-group.
005380     move prr-item-code to odd-delta-item-code.
005390     move prr-item-dept to odd-delta-dept.
005400     move prr-flag-reason to odd-delta-reason.
005410     move prr-item-desc to odd-delta-desc.
005420     move prr-unit-value to odd-delta-value.
005430     move spaces to odd-delta-old-reason.
005440     move zero to odd-delta-days.
005450     perform 3600-tally thru 3600-exit.
005460     perform 3700-print-detail thru 3700-exit.
005470     move 'D' to odd-delta-change-type.
005480     perform 3800-write-feed thru 3800-exit.
005490 3300-exit.
005500     exit.
005510 3400-reason-changed.
005520     move 4 to odd-delta-group.
005530     perform 3050-take-tonight thru 3050-exit.
005540     move prr-flag-reason to odd-delta-old-reason.
005550     perform 3500-days-running thru 3500-exit.
005560     perform 3600-tally thru 3600-exit.
005570     perform 3700-print-detail thru 3700-exit.
005580     move 'R' to odd-delta-change-type.
005590     perform 3800-write-feed thru 3800-exit.
005600 3400-exit.
005610     exit.
005620*---------------------------------------------------------------
005630* flagged tonight and on the previous run date makes two; each
005640* earlier run date the item is on ODDRSLT for adds one, until
005650* the first run date it was not flagged.
005660*---------------------------------------------------------------
005670 3500-days-running.
005680     move 2 to odd-delta-days.
005690     move 2 to odd-delta-date-scan.
005700     move 'N' to odd-delta-streak-sw.
005710     perform 3510-probe-history thru 3510-exit
005720         until odd-delta-streak-ended
005730         or odd-delta-date-scan > odd-delta-date-count.
005740 3500-exit.
005750     exit.
005760 3510-probe-history.
005770     move odd-delta-prior-run (odd-delta-date-scan)
005780         to hrr-run-date.
005790     move odd-delta-item-code to hrr-item-code.
005800     read history-result-file
005810         invalid key
005820             set odd-delta-streak-ended to true
005830             go to 3510-exit
005840     end-read.
005850     add 1 to odd-delta-days.
005860     add 1 to odd-delta-date-scan.
005870 3510-exit.
005880     exit.
005890*---------------------------------------------------------------
005900* add the item to its department's line and the total, the
005910* department found or inserted in order; past the 200th
005920* department the rest go on the *OTH line.
005930*---------------------------------------------------------------
005940 3600-tally.
005950     move 1 to odd-delta-scan.
005960     perform 3610-scan-dept thru 3610-exit
005970         until odd-delta-scan > odd-delta-dept-count
005980         or odt-dept (odd-delta-scan) not < odd-delta-dept.
005990     if odd-delta-scan not > odd-delta-dept-count
006000         and odt-dept (odd-delta-scan) = odd-delta-dept
006010         move odd-delta-scan to odd-delta-idx
006020         go to 3600-add
006030     end-if.
006040     if odd-delta-dept-count not < odd-delta-max-depts
006050         move odd-delta-other-idx to odd-delta-idx
006060         go to 3600-add
006070     end-if.
006080     move odd-delta-dept-count to odd-delta-from.
006090     perform 3620-shift-dept thru 3620-exit
006100         until odd-delta-from < odd-delta-scan.
006110     add 1 to odd-delta-dept-count.
006120     move zeros to odd-delta-dept-entry (odd-delta-scan).
006130     move odd-delta-dept to odt-dept (odd-delta-scan).
006140     move odd-delta-scan to odd-delta-idx.
006150 3600-add.
006160     add 1 to odt-count (odd-delta-idx odd-delta-group).
006170     add odd-delta-value
006175         to odt-value (odd-delta-idx odd-delta-group).
006180     add 1 to odt-count (odd-delta-total-idx odd-delta-group).
006190     add odd-delta-value
006200         to odt-value (odd-delta-total-idx odd-delta-group).
006210 3600-exit.
006220     exit.
006230 3610-scan-dept.
006240     add 1 to odd-delta-scan.
006250 3610-exit.
006260     exit.
006270 3620-shift-dept.
006280     move odd-delta-dept-entry (odd-delta-from)
006290         to odd-delta-dept-entry (odd-delta-from + 1).
006300     subtract 1 from odd-delta-from.
006310 3620-exit.
006320     exit.
006330 3700-print-detail.
006340     move odd-delta-group-name (odd-delta-group) to dld-group.
006350     move odd-delta-item-code to dld-item-code.
006360     move odd-delta-dept to dld-item-dept.
006370     move odd-delta-reason to dld-flag-reason.
006380     move odd-delta-old-reason to dld-old-reason.
006390     move odd-delta-value to dld-unit-value.
006400     if odd-delta-days = 0
006410         move spaces to dld-days
006420     else
006430         move odd-delta-days to delta-days-edit
006440         move delta-days-edit to dld-days
006450     end-if.
006460     write delta-report-record from delta-detail-line.
006470 3700-exit.
006480     exit.
006490 3800-write-feed.
006493     move spaces to odd-flag-delta-record.
006496     move odd-delta-change-type to odl-change-type.
006500     move odd-delta-item-code to odl-item-code.
006510     move odd-delta-run-date to odl-run-date.
006520     move odd-delta-reason to odl-flag-reason.
006530     move odd-delta-old-reason to odl-old-reason.
006540     move odd-delta-dept to odl-item-dept.
006550     move odd-delta-value to odl-unit-value.
006560     move odd-delta-desc to odl-item-desc.
006580     write odd-flag-delta-record.
006590     add 1 to odd-delta-feed-count.
006600     add odd-delta-item-code to odd-delta-feed-hash.
006610     add odd-delta-value to odd-delta-feed-value.
006620 3800-exit.
006630     exit.
006640 7000-print-summary.
006650     write delta-report-record from delta-blank-line.
006660     write delta-report-record from delta-summary-heading-line.
006670     write delta-report-record from delta-summary-group-line.
006680     write delta-report-record from delta-summary-column-line.
006690     move 1 to odd-delta-idx.
006700     perform 7100-print-one-dept thru 7100-exit
006710         until odd-delta-idx > odd-delta-dept-count.
006720     if odt-count (odd-delta-other-idx 1) > 0
006730         or odt-count (odd-delta-other-idx 2) > 0
006740         or odt-count (odd-delta-other-idx 3) > 0
006750         or odt-count (odd-delta-other-idx 4) > 0
006760         move odd-delta-other-idx to odd-delta-idx
006770         perform 7100-print-one-dept thru 7100-exit
006780     end-if.
006790     write delta-report-record from delta-blank-line.
006800     move odd-delta-total-idx to odd-delta-idx.
006810     perform 7100-print-one-dept thru 7100-exit.
006820     write delta-report-record from delta-blank-line.
006830     move 'FLAGGED ON THE RUN DATE:' to dlt-total-label.
006840     move odd-delta-tonight-count to dlt-total-count.
006850     write delta-report-record from delta-total-line.
006860     move 'FLAGGED ON THE PREVIOUS RUN:' to dlt-total-label.
006870     move odd-delta-prior-count to dlt-total-count.
006880     write delta-report-record from delta-total-line.
006890     move 'ODDDELTA CHANGE RECORDS:' to dlt-total-label.
006900     move odd-delta-feed-count to dlt-total-count.
006910     write delta-report-record from delta-total-line.
006920 7000-exit.
006930     exit.
006940 7100-print-one-dept.
006950     move spaces to delta-summary-line.
006960     move odt-dept (odd-delta-idx) to dls-dept.
006970     move 1 to odd-delta-grp.
006980     perform 7110-edit-one-group thru 7110-exit
006990         until odd-delta-grp > 4.
007000     write delta-report-record from delta-summary-line.
007010     add 1 to odd-delta-idx.
007020 7100-exit.
007030     exit.
007040 7110-edit-one-group.
007050     move odt-count (odd-delta-idx odd-delta-grp)
007060         to dls-count (odd-delta-grp).
007070     move odt-value (odd-delta-idx odd-delta-grp)
007080         to dls-value (odd-delta-grp).
007090     add 1 to odd-delta-grp.
007100 7110-exit.
007110     exit.
007120*---------------------------------------------------------------
007130* close the envelope and log the send on ODDXMLOG, so the
007140* transmission reconciliation expects an acknowledgement.
007150*---------------------------------------------------------------
007160 7500-write-feed-trailer.
007170     move spaces to odd-feed-trailer-record.
007180     move 'TRL' to oft-record-id.
007190     move odd-feed-delta-name to oft-feed-name.
007200     move odd-delta-feed-count to oft-record-count.
007210     move odd-delta-feed-hash to oft-hash-total.
007220     move odd-delta-feed-value to oft-value-total.
007230     write odd-flag-delta-record from odd-feed-trailer-record.
007240     open extend odd-xmlog-file.
007250     if odd-xmlog-status = '35'
007260         open output odd-xmlog-file
007270     end-if.
007280     move spaces to odd-transmission-log-record.
007290     move odd-feed-delta-name to oxl-feed-name.
007300     move odd-delta-feed-seq to oxl-sequence-no.
007310     move odd-delta-run-date to oxl-run-date.
007320     move odd-delta-today to oxl-sent-date.
007330     accept oxl-sent-time from time.
007340     move odd-delta-feed-count to oxl-record-count.
007350     move odd-delta-feed-hash to oxl-hash-total.
007360     move odd-delta-feed-value to oxl-value-total.
007370     set oxl-send-released to true.
007380     write odd-transmission-log-record.
007390     close odd-xmlog-file.
007400     display 'odd-flag-delta: ODDDELTA sequence '
007410         odd-delta-feed-seq.
007420 7500-exit.
007430     exit.
007440 9000-finish.
007450     if odd-delta-ready
007460         close odd-result-file
007470         close prior-result-file
007480         close history-result-file
007490         close delta-report-file
007500         close delta-feed-file
007510         display 'odd-flag-delta: run date        '
007520             odd-delta-run-date
007530         display 'odd-flag-delta: previous run    '
007540             odd-delta-prior-date
007550         display 'odd-flag-delta: new today       '
007560             odt-count (odd-delta-total-idx 1)
007570         display 'odd-flag-delta: still flagged   '
007580             odt-count (odd-delta-total-idx 2)
007590         display 'odd-flag-delta: resolved        '
007600             odt-count (odd-delta-total-idx 3)
007610         display 'odd-flag-delta: reason changed  '
007620             odt-count (odd-delta-total-idx 4)
007630     end-if.
007640     perform odd-step-end thru odd-step-end-exit.
007650 9000-exit.
007660     exit.
007670 copy 'odd-run-step'.
