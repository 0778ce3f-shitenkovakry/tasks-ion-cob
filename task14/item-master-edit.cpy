000010*-----------------------------------------------------------*
000020*  ITEM-MASTER-EDIT                                           *
000030*  Entry edits for an ITEMMAST record about to be added or      *
000040*  changed, in ITEM-MASTER-RECORD: the unit value must be        *
000050*  numeric and non-zero, and the department must be on           *
000060*  DEPTMAST.  Shared by every program that writes the master     *
000070*  so all roads into it apply the same rules.  The calling       *
000080*  program provides DEPT-MASTER-FILE (keyed on DM-DEPT-CODE,     *
000090*  opened input) and copies ITEM-MASTER-EDIT-VARIABLES; the      *
000100*  verdict comes back in IME-ITEM-VALID / IME-REJECT-REASON.     *
000110*-----------------------------------------------------------*
000120 item-master-edit.
000130     move 'Y' to ime-valid-sw.
000140     move spaces to ime-reject-reason.
000150     evaluate true
000160         when im-unit-value not numeric
000170             move 'UNIT VALUE NOT NUM' to ime-reject-reason
000180         when im-unit-value = zero
000190             move 'UNIT VALUE IS ZERO' to ime-reject-reason
000200         when im-item-dept = spaces
000210             move 'DEPT MISSING' to ime-reject-reason
000220         when other
000230             perform item-master-edit-dept
000240                 thru item-master-edit-dept-exit
000250     end-evaluate.
000260     if ime-reject-reason not = spaces
000270         move 'N' to ime-valid-sw
000280     end-if.
000290 item-master-edit-exit.
000300     exit.
000310
000320 item-master-edit-dept.
000330     move im-item-dept to dm-dept-code.
000340     read dept-master-file
000350         invalid key
000360             move 'DEPT NOT ON DEPTMAST' to ime-reject-reason
000370     end-read.
000380 item-master-edit-dept-exit.
000390     exit.
