000250*                   ODDDAUDT record the batch intake writes,
000260*                   with SOURCE marking the screen path, so
000270*                   both roads stay accountable.
000271*  2026-10-15  dsb  the operator id must now be on the ODDOPAUT
000272*                   authority file, active and holding this
000273*                   program (ODD-OPERATOR-CHECK), and every
000274*                   action is checked again against it: an item
000275*                   can only be pulled up or posted in one of
000276*                   the operator's departments, and only with a
000277*                   disposition code the operator may post (CL
000278*                   is for supervisors).  A browse passes over
000279*                   other departments' items.  Every refusal
000280*                   goes on the ODDSECVL violation log.
000281*  2026-10-15  dsb  a run date in a month closed on ODDCLOSE
000282*                   (ODD-PERIOD-CLOSE) is refused on screen for
000283*                   both post and browse, and ODDCLOSE is read
000284*                   again before every posting so a month closed
000285*                   during the session is frozen at once.
000286*---------------------------------------------------------------
000290 environment division.
000300 input-output section.
000310 file-control.
000370     select audit-file assign to 'ODDDAUDT'
000380         organization is line sequential
000390         file status is odd-audit-status.
000391     select odd-operator-auth-file assign to 'ODDOPAUT'
000392         organization is indexed
000393         access mode is random
000394         record key is oau-operator-id
000395         file status is odd-auth-status.
000396     select odd-security-violation-file assign to 'ODDSECVL'
000397         organization is line sequential
000398         file status is odd-auth-log-status.
000399     select odd-period-close-file assign to 'ODDCLOSE'
000400         organization is indexed
000401         access mode is random
000402         record key is opc-period
000403         file status is odd-period-status.
000404 data division.
000410 file section.
000420 fd  odd-result-file
000430     record contains 100 characters.
000450 fd  audit-file
000460     record contains 80 characters.
000470 copy 'odd-disposition-audit-record'.
000471 fd  odd-operator-auth-file
000472     record contains 80 characters.
000473 copy 'odd-operator-authority-record'.
000474 fd  odd-security-violation-file
000475     record contains 80 characters.
000476 copy 'odd-security-violation-record'.
000477 fd  odd-period-close-file
000478     record contains 80 characters.
000479 copy 'odd-period-close-record'.
000480 working-storage section.
000490 01  odd-maint-status            pic x(02).
000500 01  odd-audit-status            pic x(02).
000750     05  omo-worked-date         pic x(08).
000760 01  odd-maint-ready-sw          pic x(01) value 'N'.
000770     88  odd-maint-ready             value 'Y'.
000775 copy 'odd-operator-check-variables'.
000777 copy 'odd-period-check-variables'.
000780 procedure division.
000790 0000-mainline.
000800     perform 1000-sign-on thru 1000-exit.
000810     if odd-maint-quit
000815         perform odd-auth-close thru odd-auth-close-exit
000820         stop run
000830     end-if.
000840     perform 1100-open-files thru 1100-exit.
000880         close odd-result-file
000890         close audit-file
000900     end-if.
000905     perform odd-auth-close thru odd-auth-close-exit.
000906     perform odd-period-close-file-end
000907         thru odd-period-close-file-end-exit.
000910     display 'odd-result-maint: dispositions posted '
000920         odd-maint-posted-count.
000930     stop run.
001040             'required - nothing posted'
001050         move 'Q' to odd-maint-action
001060         move 8 to return-code
001065         go to 1000-exit
001070     end-if.
001071     move 'ODD-RESULT-MAINT' to odd-auth-program.
001072     move odd-maint-operator to odd-auth-operator.
001073     perform odd-auth-sign-on thru odd-auth-sign-on-exit.
001074     if not odd-auth-granted
001075         display 'odd-result-maint: ' odd-maint-operator
001076             ' is not authorised here - nothing posted'
001077         move 'Q' to odd-maint-action
001078     end-if.
001080     accept odd-maint-today from date yyyymmdd.
001090 1000-exit.
001100     exit.
001280     display 'odd-result-maint: action (p/b/q)?       '
001290         with no advancing.
001300     accept odd-maint-action.
001301     if odd-maint-post or odd-maint-browse
001302         perform 2050-check-action thru 2050-exit
001303         if not odd-auth-granted
001304             go to 2000-exit
001305         end-if
001306     end-if.
001310     evaluate true
001320         when odd-maint-post
001330             perform 2100-post-one-item thru 2100-exit
001410     end-evaluate.
001420 2000-exit.
001430     exit.
001431*---------------------------------------------------------------
001432* ODDOPAUT is read again for every action, so an operator
001433* revoked mid-session is stopped at the next one.
001434*---------------------------------------------------------------
001435 2050-check-action.
001436     if odd-maint-post
001437         move 'POST' to odd-auth-action
001438     else
001439         move 'BROWSE' to odd-auth-action
001440     end-if.
001441     move spaces to odd-auth-dept odd-auth-disp odd-auth-target.
001442     perform odd-auth-check-action
001443         thru odd-auth-check-action-exit.
001444 2050-exit.
001445     exit.
001446 2100-post-one-item.
001450     display 'odd-result-maint: run date (yyyymmdd)?  '
001460         with no advancing.
001470     accept odd-maint-run-date.
001480     display 'odd-result-maint: item code?            '
001490         with no advancing.
001500     accept odd-maint-item-code.
001501     move odd-maint-run-date to odd-period-run-date.
001502     perform 2120-check-period thru 2120-exit.
001503     if odd-period-closed
001504         go to 2100-exit
001505     end-if.
001510     move odd-maint-run-date to oir-run-date.
001520     move odd-maint-item-code to oir-item-code.
001530     read odd-result-file
001560                 odd-maint-item-code ' was NOT flagged on '
001570                 odd-maint-run-date
001580         not invalid key
001583             perform 2150-check-dept thru 2150-exit
001586             if odd-auth-granted
001590                 perform 2200-show-item thru 2200-exit
001600                 perform 2300-accept-disposition thru 2300-exit
001605             end-if
001610     end-read.
001620 2100-exit.
001630     exit.
001631*---------------------------------------------------------------
001632* a closed month's dispositions are what finance was given;
001633* ODDCLOSE is read afresh each time so a close or reopen
001634* during the session takes effect at the next action.
001635*---------------------------------------------------------------
001636 2120-check-period.
001637     move spaces to odd-period-last.
001638     perform odd-period-check thru odd-period-check-exit.
001639     if odd-period-closed
001640         display 'odd-result-maint: period '
001641             odd-period-run-period ' is closed - dispositions '
001642             'for ' odd-period-run-date ' cannot be changed'
001643     end-if.
001644 2120-exit.
001645     exit.
001646 2150-check-dept.
001647     move 'POST' to odd-auth-action.
001648     move oir-item-dept to odd-auth-dept.
001649     move spaces to odd-auth-disp.
001650     move oir-item-code to odd-auth-target.
001651     perform odd-auth-check-action
001652         thru odd-auth-check-action-exit.
001653 2150-exit.
001654     exit.
001655 2200-show-item.
001656     display 'odd-result-maint:   ' oir-item-desc
001660         ' dept ' oir-item-dept
001670         ' reason ' oir-flag-reason.
001680     if oir-disp-unworked
002100* audit record the batch intake writes - source SCREEN.
002110*---------------------------------------------------------------
002120 2400-apply-disposition.
002121     move 'POST' to odd-auth-action.
002122     move oir-item-dept to odd-auth-dept.
002123     move odd-maint-disp-in to odd-auth-disp.
002124     move oir-item-code to odd-auth-target.
002125     perform odd-auth-check-action
002126         thru odd-auth-check-action-exit.
002127     if not odd-auth-granted
002128         display 'odd-result-maint: item ' oir-item-code
002129             ' left unchanged'
002130         go to 2400-exit
002131     end-if.
002132     move oir-run-date to odd-period-run-date.
002133     perform 2120-check-period thru 2120-exit.
002134     if odd-period-closed
002135         display 'odd-result-maint: item ' oir-item-code
002136             ' left unchanged'
002137         go to 2400-exit
002138     end-if.
002139     move oir-disp-code to omo-disp-code.
002140     move oir-worked-by to omo-worked-by.
002150     move oir-worked-date to omo-worked-date.
002160     move odd-maint-disp-in to oir-disp-code.
002500     display 'odd-result-maint: run date (yyyymmdd)?  '
002510         with no advancing.
002520     accept odd-maint-run-date.
002521     move odd-maint-run-date to odd-period-run-date.
002522     perform 2120-check-period thru 2120-exit.
002523     if odd-period-closed
002524         go to 3000-exit
002525     end-if.
002530     move 'N' to odd-browse-eof-sw.
002540     move odd-maint-run-date to oir-run-date.
002550     move zero to oir-item-code.
002840     if not oir-disp-unworked
002850         go to 3200-read-next
002860     end-if.
002861     move oir-item-dept to odd-auth-dept.
002862     perform odd-auth-test-dept thru odd-auth-test-dept-exit.
002863     if not odd-auth-dept-ok
002864         go to 3200-read-next
002865     end-if.
002870     display 'odd-result-maint: item ' oir-item-code
002880         ' ' oir-flag-reason.
002890     perform 2200-show-item thru 2200-exit.
003010             continue
003020         when odd-maint-disp-known
003030             perform 2400-apply-disposition thru 2400-exit
003032             if odd-period-closed
003034                 set odd-browse-eof to true
003036             end-if
003040         when other
003050             display 'odd-result-maint: cl, co, hd, s or x '
003060                 '- item skipped'
003090     perform 3100-read-next-result thru 3100-exit.
003100 3200-exit.
003110     exit.
003120 copy 'odd-operator-check'.
003130 copy 'odd-period-check'.
