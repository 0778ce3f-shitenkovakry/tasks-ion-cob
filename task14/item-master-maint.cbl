001200*                   descriptions, departments, vendors and unit
001300*                   values current itself instead of hand-keying
001400*                   lookups against another system.
001406*  2026-10-14  dsb  the operator now signs on with an id the way
001412*                   ODD-RESULT-MAINT does, and every add, change
001418*                   and inactivate appends a before-and-after
001424*                   record to the new MSTAUDT master-change log
001430*                   (operator, date, time, action, whole record
001436*                   before and after), so an item that starts
001442*                   flagging INACTIVE or whose value jumps can
001448*                   be traced to the change that did it.  Adds
001454*                   and changes now pass the shared ITEM-MASTER-
001460*                   EDIT entry edits first - the department must
001466*                   be on DEPTMAST and the unit value must be
001472*                   non-zero - and a record that fails is not
001478*                   written.  1000-OPEN-MASTER became 1100-OPEN-
001484*                   FILES behind the new 1000-SIGN-ON.
001485*  2026-10-15  dsb  the operator id must now be on the ODDOPAUT
001486*                   authority file, active and holding this
001487*                   program (ODD-OPERATOR-CHECK), and every
001488*                   action is checked again against it - an
001489*                   item can only be added, changed or
001490*                   inactivated in one of the operator's
001491*                   departments, and a change must keep it in
001492*                   one.  Every refusal goes on the ODDSECVL
001493*                   violation log.
001500*---------------------------------------------------------------
001600 environment division.
001700 input-output section.
002100         access mode is random
002200         record key is im-item-code
002300         file status is item-maint-status.
002310     select dept-master-file assign to 'DEPTMAST'
002320         organization is indexed
002330         access mode is random
002340         record key is dm-dept-code
002350         file status is dept-edit-status.
002360     select audit-file assign to 'MSTAUDT'
002370         organization is line sequential
002380         file status is item-audit-status.
002382     select odd-operator-auth-file assign to 'ODDOPAUT'
002384         organization is indexed
002386         access mode is random
002388         record key is oau-operator-id
002390         file status is odd-auth-status.
002392     select odd-security-violation-file assign to 'ODDSECVL'
002394         organization is line sequential
002396         file status is odd-auth-log-status.
002400 data division.
002500 file section.
002600 fd  item-master-file
002700     record contains 80 characters.
002800 copy 'item-master-record'.
002810 fd  dept-master-file
002820     record contains 80 characters.
002830 copy 'dept-master-record'.
002840 fd  audit-file
002850     record contains 240 characters.
002860 copy 'master-change-audit-record'.
002865 fd  odd-operator-auth-file
002870     record contains 80 characters.
002875 copy 'odd-operator-authority-record'.
002880 fd  odd-security-violation-file
002885     record contains 80 characters.
002890 copy 'odd-security-violation-record'.
002900 working-storage section.
003000 01  item-maint-status           pic x(02).
003010 01  item-audit-status           pic x(02).
003100 01  item-maint-action           pic x(01) value space.
003200     88  item-maint-add              value 'A' 'a'.
003300     88  item-maint-change           value 'C' 'c'.
003400     88  item-maint-inactivate       value 'I' 'i'.
003500     88  item-maint-quit             value 'Q' 'q'.
003600 01  item-maint-code             pic 9(06).
003607 01  item-maint-operator         pic x(08) value spaces.
003614 01  item-maint-today            pic x(08).
003621 01  item-maint-time             pic x(06).
003628 01  item-maint-audit-action     pic x(06).
003635 01  item-maint-ready-sw         pic x(01) value 'N'.
003642     88  item-maint-ready            value 'Y'.
003649*---------------------------------------------------------------
003656* before-image of the whole master record, captured ahead of
003663* the rewrite so the MSTAUDT record shows old and new.
003670*---------------------------------------------------------------
003677 01  item-maint-before-image     pic x(80).
003684 copy 'item-master-edit-variables'.
003692 copy 'odd-operator-check-variables'.
003700 procedure division.
003800 0000-mainline.
003810     perform 1000-sign-on thru 1000-exit.
003820     if item-maint-quit
003825         perform odd-auth-close thru odd-auth-close-exit
003830         stop run
003840     end-if.
003900     perform 1100-open-files thru 1100-exit.
004000     perform 2000-process-one thru 2000-exit
004100         until item-maint-quit.
004110     if item-maint-ready
004200         close item-master-file
004210         close dept-master-file
004220         close audit-file
004230     end-if.
004240     perform odd-auth-close thru odd-auth-close-exit.
004300     stop run.
004305*---------------------------------------------------------------
004310* every change is stamped with the operator on the MSTAUDT
004315* log, so nobody maintains the master anonymously.
004320*---------------------------------------------------------------
004325 1000-sign-on.
004330     display 'item-master-maint: operator id?         '
004335         with no advancing.
004340     accept item-maint-operator.
004345     if item-maint-operator = spaces
004350         display 'item-master-maint: an operator id is '
004355             'required - nothing changed'
004360         move 'Q' to item-maint-action
004365         move 8 to return-code
004367         go to 1000-exit
004370     end-if.
004371     move 'ITEM-MASTER-MAINT' to odd-auth-program.
004372     move item-maint-operator to odd-auth-operator.
004373     perform odd-auth-sign-on thru odd-auth-sign-on-exit.
004374     if not odd-auth-granted
004375         display 'item-master-maint: ' item-maint-operator
004376             ' is not authorised here - nothing changed'
004377         move 'Q' to item-maint-action
004378     end-if.
004379     accept item-maint-today from date yyyymmdd.
004380 1000-exit.
004385     exit.
004400 1100-open-files.
004500     open i-o item-master-file.
004600     if item-maint-status = '35'
004700         open output item-master-file
004800         close item-master-file
004900         open i-o item-master-file
005000     end-if.
005006     open input dept-master-file.
005012     if dept-edit-status not = '00'
005018         display 'item-master-maint: cannot open DEPTMAST - '
005024             'status ' dept-edit-status
005030         close item-master-file
005036         move 'Q' to item-maint-action
005042         move 16 to return-code
005048         go to 1100-exit
005054     end-if.
005060     open extend audit-file.
005066     if item-audit-status = '35'
005072         open output audit-file
005078     end-if.
005084     set item-maint-ready to true.
005100 1100-exit.
005200     exit.
005300 2000-process-one.
005400     display 'item-master-maint: action (a/c/i/q)?    '
005500         with no advancing.
005600     accept item-maint-action.
005610     if item-maint-add or item-maint-change
005620         or item-maint-inactivate
005630         perform 2050-check-action thru 2050-exit
005640         if not odd-auth-granted
005650             go to 2000-exit
005660         end-if
005670     end-if.
005700     evaluate true
005800         when item-maint-add
005900             perform 2100-add-item thru 2100-exit
006900     end-evaluate.
007000 2000-exit.
007100     exit.
007105*---------------------------------------------------------------
007110* ODDOPAUT is read again for every action, so an operator
007115* revoked mid-session is stopped at the next one.
007120*---------------------------------------------------------------
007125 2050-check-action.
007130     evaluate true
007135         when item-maint-add
007140             move 'ADD' to odd-auth-action
007145         when item-maint-change
007150             move 'CHANGE' to odd-auth-action
007155         when other
007160             move 'INACT' to odd-auth-action
007165     end-evaluate.
007170     move spaces to odd-auth-dept odd-auth-disp odd-auth-target.
007175     perform odd-auth-check-action
007180         thru odd-auth-check-action-exit.
007185 2050-exit.
007190     exit.
007200 2100-add-item.
007300     perform 2400-accept-code thru 2400-exit.
007400     move spaces to item-master-record.
007500     move item-maint-code to im-item-code.
007600     perform 2500-accept-attributes thru 2500-exit.
007700     set im-item-active to true.
007702     perform 2800-check-dept thru 2800-exit.
007704     if not odd-auth-granted
007706         go to 2100-exit
007708     end-if.
007710     perform 2600-edit-attributes thru 2600-exit.
007720     if not ime-item-valid
007730         go to 2100-exit
007740     end-if.
007750     move spaces to item-maint-before-image.
007800     write item-master-record
007900         invalid key
008000             display 'item-master-maint: item ' item-maint-code
008100                 ' is already on file - use c to change it'
008110         not invalid key
008120             move 'ADD' to item-maint-audit-action
008130             perform 2700-write-audit thru 2700-exit
008200     end-write.
008300 2100-exit.
008400     exit.
009000             display 'item-master-maint: item ' item-maint-code
009100                 ' is not on file - use a to add it'
009200         not invalid key
009210             move item-master-record to item-maint-before-image
009220             perform 2800-check-dept thru 2800-exit
009230             if odd-auth-granted
009300                 perform 2500-accept-attributes thru 2500-exit
009302                 perform 2800-check-dept thru 2800-exit
009304             end-if
009306             if odd-auth-granted
009310                 perform 2600-edit-attributes thru 2600-exit
009320                 if ime-item-valid
009400                     rewrite item-master-record
009410                     move 'CHANGE' to item-maint-audit-action
009420                     perform 2700-write-audit thru 2700-exit
009430                 end-if
009440             end-if
009500     end-read.
009600 2200-exit.
009700     exit.
010300             display 'item-master-maint: item ' item-maint-code
010400                 ' is not on file'
010500         not invalid key
010510             move item-master-record to item-maint-before-image
010520             perform 2800-check-dept thru 2800-exit
010530             if odd-auth-granted
010600                 set im-item-inactive to true
010700                 rewrite item-master-record
010710                 move 'INACT' to item-maint-audit-action
010720                 perform 2700-write-audit thru 2700-exit
010800                 display 'item-master-maint: item '
010810                     item-maint-code ' marked inactive'
010820             end-if
011000     end-read.
011100 2300-exit.
011200     exit.
013100     accept im-unit-value.
013200 2500-exit.
013300     exit.
013310*---------------------------------------------------------------
013320* the shared entry edits - a record that fails them is left
013330* off the master and the operator is told why.
013340*---------------------------------------------------------------
013350 2600-edit-attributes.
013360     perform item-master-edit thru item-master-edit-exit.
013370     if not ime-item-valid
013380         display 'item-master-maint: item ' item-maint-code
013390             ' not saved - ' ime-reject-reason
013400     end-if.
013410 2600-exit.
013420     exit.
013430 2700-write-audit.
013440     accept item-maint-time from time.
013450     move spaces to master-change-audit-record.
013460     move item-maint-today to mca-change-date.
013470     move item-maint-time to mca-change-time.
013480     move item-maint-operator to mca-operator.
013490     set mca-source-screen to true.
013500     set mca-master-item to true.
013510     move item-maint-audit-action to mca-action.
013520     move im-item-code to mca-record-key.
013530     move item-maint-before-image to mca-before-image.
013540     move item-master-record to mca-after-image.
013550     write master-change-audit-record.
013560 2700-exit.
013570     exit.
013571*---------------------------------------------------------------
013572* the item's department must be one the operator works - on
013573* a change, both the department it is in and the one it goes
013574* to.
013575*---------------------------------------------------------------
013576 2800-check-dept.
013577     move im-item-dept to odd-auth-dept.
013578     move spaces to odd-auth-disp.
013579     move item-maint-code to odd-auth-target.
013580     perform odd-auth-check-action
013581         thru odd-auth-check-action-exit.
013582     if not odd-auth-granted
013583         display 'item-master-maint: item ' item-maint-code
013584             ' not changed'
013585     end-if.
013586 2800-exit.
013587     exit.
013588 copy 'item-master-edit'.
013598 copy 'odd-operator-check'.
