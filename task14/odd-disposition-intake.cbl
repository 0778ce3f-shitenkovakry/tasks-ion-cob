000430*                   unworked value, so the desk can see that
000440*                   three of the items are worth more than the
000450*                   other four hundred combined.
000451*  2026-10-14  dsb  checks in to the ODDRUNCT run-control file
000452*                   as the DISPINTK step (ODD-RUN-STEP) and is
000453*                   refused with return code 8 unless the
000454*                   department bundles show complete for the
000455*                   business date.  The aging cutoff is now the
000456*                   ODDRUNCT business date; an ODDAGPRM card
000457*                   may only pull it earlier - a cutoff past the
000458*                   business date is ignored with a warning.
000459*  2026-10-15  dsb  an ODDDISP record whose run date falls in a
000460*                   month closed on ODDCLOSE (ODD-PERIOD-CLOSE)
000461*                   no longer posts - it goes back on ODDACK as
000462*                   CP, PERIOD CLOSED, and is counted on the
000463*                   console, so late dispositions cannot move
000464*                   figures already handed to finance.
000465*  2026-10-15  dsb  the DISPINTK step is checked out after the
000466*                   files are closed, so a failure there shows
000467*                   in its ODDRUNCT status.
000468*---------------------------------------------------------------
000470 environment division.
000480 input-output section.
000490 file-control.
000640     select audit-file assign to 'ODDDAUDT'
000650         organization is line sequential
000660         file status is odd-audit-status.
000661     select odd-run-control-file assign to 'ODDRUNCT'
000662         organization is indexed
000663         access mode is random
000664         record key is rct-key
000665         file status is odd-step-control-status.
000666     select odd-period-close-file assign to 'ODDCLOSE'
000667         organization is indexed
000668         access mode is random
000669         record key is opc-period
000670         file status is odd-period-status.
000671 data division.
000680 file section.
000690 fd  disposition-file
000700     block contains 0 records
000900 fd  audit-file
000910     record contains 80 characters.
000920 copy 'odd-disposition-audit-record'.
000922 fd  odd-run-control-file
000924     record contains 150 characters.
000926 copy 'odd-run-control-record'.
000927 fd  odd-period-close-file
000928     record contains 80 characters.
000929 copy 'odd-period-close-record'.
000930 working-storage section.
000940 01  odd-intake-status              pic x(02).
000950 01  aging-param-status             pic x(02).
001100 01  odd-disp-posted-count          pic 9(06) value zero.
001110 01  odd-disp-unmatched-count       pic 9(06) value zero.
001120 01  odd-disp-reject-count          pic 9(06) value zero.
001125 01  odd-disp-closed-count          pic 9(06) value zero.
001130 01  odd-aging-count                pic 9(06) value zero.
001140 01  odd-aging-value                pic 9(10)v99 value zero.
001150 01  odd-aging-cutoff-date          pic x(08) value '99999999'.
001710     05  filler                    pic x(25)
001720             value 'TOTAL UNWORKED VALUE: '.
001730     05  agv-unworked-value        pic zzzzzzzzz9.99.
001735 copy 'odd-run-step-variables'.
001737 copy 'odd-period-check-variables'.
001740 procedure division.
001750 0000-mainline.
001760     perform 1000-initialize thru 1000-exit.
001820     perform 9000-finish thru 9000-exit.
001830     stop run.
001840 1000-initialize.
001841     move 'DISPINTK' to odd-step-name.
001842     perform odd-step-begin thru odd-step-begin-exit.
001843     if odd-step-refused
001844         display 'odd-disp-intake: refused by ODDRUNCT - '
001845             'nothing posted'
001846         set odd-intake-eof to true
001847         go to 1000-exit
001848     end-if.
001849     move odd-step-business-date to odd-aging-cutoff-date.
001850     perform 1100-read-aging-param thru 1100-exit.
001860     open input disposition-file.
001870     open i-o odd-result-file.
002070             at end
002080                 continue
002090             not at end
002100                 perform 1150-check-aging-cutoff
002110                     thru 1150-exit
002130         end-read
002140         close aging-param-file
002150     else
002160         display 'odd-disp-intake: no ODDAGPRM cutoff card - '
002170             'aging to the business date'
002180     end-if.
002190 1100-exit.
002200     exit.
002201 1150-check-aging-cutoff.
002202     if agp-cutoff-date not numeric
002203         go to 1150-exit
002204     end-if.
002205     if agp-cutoff-date > odd-aging-cutoff-date
002206         display 'odd-disp-intake: warning - ODDAGPRM cutoff '
002207             agp-cutoff-date ' is past the business date - '
002208             'aging to ' odd-aging-cutoff-date
002209         go to 1150-exit
002210     end-if.
002211     move agp-cutoff-date to odd-aging-cutoff-date.
002212 1150-exit.
002213     exit.
002214 1200-open-audit.
002220     open extend audit-file.
002230     if odd-audit-status = '35'
002240         open output audit-file
002360         perform 2400-write-ack thru 2400-exit
002370         go to 2000-read-next
002380     end-if.
002381     move odp-run-date to odd-period-run-date.
002382     perform odd-period-check thru odd-period-check-exit.
002383     if odd-period-closed
002384         add 1 to odd-disp-closed-count
002385         display 'odd-disp-intake: period closed for item '
002386             odp-item-code ' run date ' odp-run-date
002387         move 'PERIOD CLOSED' to odd-disp-reject-reason
002388         move 'CP' to odd-ack-status-work
002389         perform 2400-write-ack thru 2400-exit
002390         go to 2000-read-next
002391     end-if.
002392     move odp-run-date to oir-run-date.
002400     move odp-item-code to oir-item-code.
002410     read odd-result-file
002420         invalid key
003880         odd-disp-unmatched-count.
003890     display 'odd-disp-intake: rejected          '
003900         odd-disp-reject-count.
003903     display 'odd-disp-intake: closed period     '
003906         odd-disp-closed-count.
003910     display 'odd-disp-intake: unworked aged     '
003920         odd-aging-count.
003930     display 'odd-disp-intake: unworked value    '
003940         odd-aging-value.
003950     if not odd-intake-ready
003960         go to 9000-check-out
003970     end-if.
003980     close disposition-file.
003990     close odd-result-file.
004000     close ack-file.
004010     close audit-file.
004013     perform odd-period-close-file-end
004016         thru odd-period-close-file-end-exit.
004017 9000-check-out.
004018     perform odd-step-end thru odd-step-end-exit.
004020 9000-exit.
004030     exit.
004040 copy 'odd-run-step'.
004050 copy 'odd-period-check'.
