000010*-----------------------------------------------------------*
000020*  ODD-SCREEN-RULES-LOADER                                    *
000030*  Loads the ODDRULES screening rules file over the compiled   *
000040*  defaults in ODD-SCREEN-RULES and answers the questions the   *
000050*  screening programs ask of it - ODD-RULES-LOAD reads and        *
000060*  applies every card (no file at all keeps the compiled           *
000070*  rules with a console warning; a card that does not parse         *
000080*  is rejected, counted and ends the step with return code 4),       *
000090*  ODD-RULES-RANK-REASON looks a reason up for its rank and            *
000100*  slot, ODD-RULES-SERIES-FOR-DEPT returns the series range             *
000110*  for a department, and ODD-RULES-PRINT writes the rules-in-           *
000120*  force listing so every run shows what it screened with.  The          *
000130*  calling program copies ODD-SCREEN-RULES and ODD-SCREEN-RULES-         *
000140*  LOADER-VARIABLES and provides the FD/01s for ODD-RULES-FILE            *
000150*  (ODD-SCREEN-RULES-RECORD) and ODD-RULES-REPORT-FILE / ODD-             *
000160*  RULES-REPORT-RECORD.                                                    *
000170*-----------------------------------------------------------*
000180 odd-rules-load.
000190     move zero to odd-rules-card-count odd-rules-reject-count.
000200     move 'N' to odd-rules-eof-sw odd-rules-file-sw.
000210     open input odd-rules-file.
000220     if odd-rules-status not = '00'
000230         display 'odd-screen-rules: no ODDRULES file - the '
000240             'compiled rules are in force'
000250         go to odd-rules-load-exit
000260     end-if.
000270     set odd-rules-from-file to true.
000280     perform odd-rules-read-card thru odd-rules-read-card-exit.
000290     perform odd-rules-apply-card thru odd-rules-apply-card-exit
000300         until odd-rules-eof.
000310     close odd-rules-file.
000320     if odd-rules-reject-count > 0
000330         display 'odd-screen-rules: warning - '
000340             odd-rules-reject-count ' ODDRULES card(s) rejected;'
000350             ' compiled values kept for them'
000360         move 4 to return-code
000370     end-if.
000380 odd-rules-load-exit.
000390     exit.
000400
000410 odd-rules-read-card.
000420     read odd-rules-file
000430         at end
000440             set odd-rules-eof to true
000450     end-read.
000460 odd-rules-read-card-exit.
000470     exit.
000480
000490 odd-rules-apply-card.
000500     move spaces to odd-rules-reject-reason.
000510     evaluate true
000520         when odd-rules-card = spaces
000530             continue
000540         when rlc-comment-card
000550             continue
000560         when rlc-series-card
000570             add 1 to odd-rules-card-count
000580             perform odd-rules-apply-series
000590                 thru odd-rules-apply-series-exit
000600         when rlc-reason-card
000610             add 1 to odd-rules-card-count
000620             perform odd-rules-apply-reason
000630                 thru odd-rules-apply-reason-exit
000631         when rlc-tolerance-card
000632             add 1 to odd-rules-card-count
000633             if rlv-price-tolerance not numeric
000634                 or rlv-price-tolerance = zero
000635                 move 'TOLERANCE NOT 1-999'
000636                     to odd-rules-reject-reason
000637             else
000638                 move rlv-price-tolerance to odd-price-tolerance
000639             end-if
000640         when other
000650             add 1 to odd-rules-card-count
000660             move 'UNKNOWN CARD TYPE' to odd-rules-reject-reason
000670     end-evaluate.
000680     if odd-rules-reject-reason not = spaces
000690         perform odd-rules-reject-card
000700             thru odd-rules-reject-card-exit
000710     end-if.
000720     perform odd-rules-read-card thru odd-rules-read-card-exit.
000730 odd-rules-apply-card-exit.
000740     exit.
000750
000760 odd-rules-apply-series.
000770     if rls-dept = spaces
000780         move 'SERIES DEPT MISSING' to odd-rules-reject-reason
000790         go to odd-rules-apply-series-exit
000800     end-if.
000810     if rls-series-low not numeric
000820         or rls-series-high not numeric
000830         move 'SERIES NOT NUMERIC' to odd-rules-reject-reason
000840         go to odd-rules-apply-series-exit
000850     end-if.
000860     if rls-series-low > rls-series-high
000870         move 'SERIES LOW OVER HIGH' to odd-rules-reject-reason
000880         go to odd-rules-apply-series-exit
000890     end-if.
000900     if rls-dept = '*DEF'
000910         move rls-series-low to odd-series-low
000920         move rls-series-high to odd-series-high
000930         go to odd-rules-apply-series-exit
000940     end-if.
000950     move rls-dept to odd-series-dept-in.
000960     perform odd-rules-find-series
000965         thru odd-rules-find-series-exit.
000970     if odd-series-idx = 0
000980         if odd-series-count >= odd-series-max
000990             move 'SERIES TABLE FULL' to odd-rules-reject-reason
001000             go to odd-rules-apply-series-exit
001010         end-if
001020         add 1 to odd-series-count
001030         move odd-series-count to odd-series-idx
001040         move rls-dept to ods-dept (odd-series-idx)
001050     end-if.
001060     move rls-series-low to ods-series-low (odd-series-idx).
001070     move rls-series-high to ods-series-high (odd-series-idx).
001080 odd-rules-apply-series-exit.
001090     exit.
001100
001110 odd-rules-apply-reason.
001120     move rlr-reason-code to odd-rank-reason-in.
001130     perform odd-rules-rank-reason
001135         thru odd-rules-rank-reason-exit.
001140     if odd-rule-slot = 0
001150         move 'UNKNOWN REASON' to odd-rules-reject-reason
001160         go to odd-rules-apply-reason-exit
001170     end-if.
001180     if rlr-check-sw not = 'Y'
001190         and rlr-check-sw not = 'N'
001200         move 'CHECK SWITCH NOT Y/N' to odd-rules-reject-reason
001210         go to odd-rules-apply-reason-exit
001220     end-if.
001230     if rlr-rank not numeric
001240         or rlr-rank = zero
001250         move 'RANK NOT 01-99' to odd-rules-reject-reason
001260         go to odd-rules-apply-reason-exit
001270     end-if.
001280     move rlr-check-sw to orl-check-sw (odd-rule-slot).
001290     move rlr-rank to orl-rank (odd-rule-slot).
001300 odd-rules-apply-reason-exit.
001310     exit.
001320
001330 odd-rules-reject-card.
001340     add 1 to odd-rules-reject-count.
001350     display 'odd-screen-rules: rejected card ' rli-card-front
001360         ' - ' odd-rules-reject-reason.
001370     if odd-rules-reject-count <= odd-rules-reject-max
001380         move odd-rules-reject-count to odd-rules-reject-idx
001390         move rli-card-front
001400             to orj-card-front (odd-rules-reject-idx)
001410         move odd-rules-reject-reason
001420             to orj-reject-reason (odd-rules-reject-idx)
001430     end-if.
001440 odd-rules-reject-card-exit.
001450     exit.
001460
001470 odd-rules-rank-reason.
001480     move zero to odd-rank-out odd-rule-slot.
001490     move 1 to odd-rule-idx.
001500     perform odd-rules-scan-reason thru odd-rules-scan-reason-exit
001510         until odd-rule-idx > odd-rule-count
001520         or odd-rule-slot > 0.
001530     if odd-rule-slot > 0
001540         move orl-rank (odd-rule-slot) to odd-rank-out
001550     end-if.
001560 odd-rules-rank-reason-exit.
001570     exit.
001580
001590 odd-rules-scan-reason.
001600     if orl-reason-code (odd-rule-idx) = odd-rank-reason-in
001610         move odd-rule-idx to odd-rule-slot
001620     end-if.
001630     add 1 to odd-rule-idx.
001640 odd-rules-scan-reason-exit.
001650     exit.
001660
001670 odd-rules-series-for-dept.
001680     move odd-series-low to odd-range-low.
001690     move odd-series-high to odd-range-high.
001700     perform odd-rules-find-series
001705         thru odd-rules-find-series-exit.
001710     if odd-series-idx > 0
001720         move ods-series-low (odd-series-idx) to odd-range-low
001730         move ods-series-high (odd-series-idx) to odd-range-high
001740     end-if.
001750 odd-rules-series-for-dept-exit.
001760     exit.
001770
001780 odd-rules-find-series.
001790     move zero to odd-series-idx.
001800     move 1 to odd-rules-scan.
001810     perform odd-rules-scan-series thru odd-rules-scan-series-exit
001820         until odd-rules-scan > odd-series-count
001830         or odd-series-idx > 0.
001840 odd-rules-find-series-exit.
001850     exit.
001860
001870 odd-rules-scan-series.
001880     if ods-dept (odd-rules-scan) = odd-series-dept-in
001890         move odd-rules-scan to odd-series-idx
001900     end-if.
001910     add 1 to odd-rules-scan.
001920 odd-rules-scan-series-exit.
001930     exit.
001940
001950 odd-rules-print.
001960     open output odd-rules-report-file.
001970     move odd-rules-program to rlh-program.
001980     move odd-rules-run-date to rlh-run-date.
001990     write odd-rules-report-record from rules-heading-line.
002000     if odd-rules-from-file
002010         move 'LOADED FROM ODDRULES' to rlo-source-text
002020     else
002030         move 'NO ODDRULES FILE - COMPILED RULES'
002035             to rlo-source-text
002040     end-if.
002050     move odd-rules-card-count to rlo-card-count.
002060     move odd-rules-reject-count to rlo-reject-count.
002070     write odd-rules-report-record from rules-source-line.
002080     write odd-rules-report-record from rules-blank-line.
002090     move 'FLAG REASONS' to rlt-section-title.
002100     write odd-rules-report-record from rules-section-line.
002110     write odd-rules-report-record from rules-reason-column-line.
002120     move 1 to odd-rule-idx.
002130     perform odd-rules-print-reason
002135         thru odd-rules-print-reason-exit
002140         until odd-rule-idx > odd-rule-count.
002143     move odd-price-tolerance to rlm-price-tolerance.
002146     write odd-rules-report-record from rules-tolerance-line.
002150     write odd-rules-report-record from rules-blank-line.
002160     move 'ITEM SERIES BY DEPARTMENT' to rlt-section-title.
002170     write odd-rules-report-record from rules-section-line.
002180     write odd-rules-report-record from rules-series-column-line.
002190     move 'DEFAULT' to rlg-d-dept.
002200     move odd-series-low to rlg-d-series-low.
002210     move odd-series-high to rlg-d-series-high.
002220     write odd-rules-report-record from rules-series-line.
002230     move 1 to odd-series-idx.
002240     perform odd-rules-print-series
002245         thru odd-rules-print-series-exit
002250         until odd-series-idx > odd-series-count.
002260     if odd-rules-reject-count > 0
002270         write odd-rules-report-record from rules-blank-line
002280         move 'REJECTED CARDS - COMPILED VALUE KEPT'
002290             to rlt-section-title
002300         write odd-rules-report-record from rules-section-line
002310         move 1 to odd-rules-reject-idx
002320         perform odd-rules-print-reject
002330             thru odd-rules-print-reject-exit
002340             until odd-rules-reject-idx > odd-rules-reject-count
002350             or odd-rules-reject-idx > odd-rules-reject-max
002360     end-if.
002370     close odd-rules-report-file.
002380 odd-rules-print-exit.
002390     exit.
002400
002410 odd-rules-print-reason.
002420     move orl-reason-code (odd-rule-idx) to rlp-d-reason-code.
002430     if orl-check-on (odd-rule-idx)
002440         move 'ON' to rlp-d-check
002450     else
002460         move 'OFF' to rlp-d-check
002470     end-if.
002480     move orl-rank (odd-rule-idx) to rlp-d-rank.
002490     write odd-rules-report-record from rules-reason-line.
002500     add 1 to odd-rule-idx.
002510 odd-rules-print-reason-exit.
002520     exit.
002530
002540 odd-rules-print-series.
002550     move ods-dept (odd-series-idx) to rlg-d-dept.
002560     move ods-series-low (odd-series-idx) to rlg-d-series-low.
002570     move ods-series-high (odd-series-idx) to rlg-d-series-high.
002580     write odd-rules-report-record from rules-series-line.
002590     add 1 to odd-series-idx.
002600 odd-rules-print-series-exit.
002610     exit.
002620
002630 odd-rules-print-reject.
002640     move orj-card-front (odd-rules-reject-idx)
002645         to rlj-d-card-front.
002650     move orj-reject-reason (odd-rules-reject-idx)
002660         to rlj-d-reject-reason.
002670     write odd-rules-report-record from rules-reject-line.
002680     add 1 to odd-rules-reject-idx.
002690 odd-rules-print-reject-exit.
002700     exit.
