000010*-----------------------------------------------------------*
000020*  ODD-OPERATOR-AUTHORITY-RECORD                              *
000030*  One record per operator on the ODDOPAUT authority file,     *
000040*  keyed by operator id and kept by ODD-OPERATOR-MAINT (for     *
000050*  security administrators only).  Says what the operator may     *
000060*  do on-line: which programs (one flag per slot of the ODD-       *
000070*  OPERATOR-CHECK program table), which departments (every one,     *
000080*  or up to eight listed), and which disposition codes they may      *
000090*  post on ODD-RESULT-MAINT (one flag per slot of the CL/CO/HD        *
000100*  table - only supervisors should hold CL).  A revoked operator       *
000110*  keeps the record, so the id is never quietly reused.  80           *
000120*  bytes, so the whole record fits an MSTAUDT before/after image.      *
000130*-----------------------------------------------------------*
000140 01  odd-operator-authority-record.
000150     05  oau-operator-id            pic x(08).
000160     05  oau-operator-name          pic x(24).
000170     05  oau-status                 pic x(01).
000180         88  oau-active                 value 'A'.
000190         88  oau-revoked                value 'R'.
000200     05  oau-admin-sw               pic x(01).
000210         88  oau-security-admin         value 'Y'.
000220     05  oau-program-sw             occurs 6 times
000230                                    pic x(01).
000240         88  oau-program-allowed        value 'Y'.
000250     05  oau-all-depts-sw           pic x(01).
000260         88  oau-all-depts              value 'Y'.
000270     05  oau-dept-code              occurs 8 times
000280                                    pic x(04).
000290     05  oau-disp-sw                occurs 3 times
000300                                    pic x(01).
000310         88  oau-disp-allowed           value 'Y'.
000320     05  filler                     pic x(04).
