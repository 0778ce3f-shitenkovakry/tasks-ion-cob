000010*-----------------------------------------------------------*
000020*  ITEM-MASTER-EDIT-VARIABLES                                 *
000030*  Working-storage verdict fields for the ITEM-MASTER-EDIT      *
000040*  entry edits: IME-ITEM-VALID when the record passed, and       *
000050*  the first failure found in IME-REJECT-REASON otherwise.       *
000060*  DEPT-EDIT-STATUS is the file status the calling program       *
000070*  names on its DEPTMAST select.                                 *
000080*-----------------------------------------------------------*
000090 01  ime-valid-sw                   pic x(01) value 'Y'.
000100     88  ime-item-valid                 value 'Y'.
000110 01  ime-reject-reason              pic x(20) value spaces.
000120 01  dept-edit-status               pic x(02).
