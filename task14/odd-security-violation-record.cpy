000010*-----------------------------------------------------------*
000020*  ODD-SECURITY-VIOLATION-RECORD                              *
000030*  One line appended to the ODDSECVL security-violation log     *
000040*  by ODD-OPERATOR-CHECK for every refused on-line attempt -     *
000050*  a sign-on by an id not on ODDOPAUT or revoked, a program,      *
000060*  department or disposition code the operator holds no             *
000070*  authority for - with the program, the action tried, what it      *
000080*  was tried on (department, item or key) and why it was             *
000090*  refused.  The log is only ever extended; ODD-ACCESS-REPORT         *
000100*  lists it weekly.                                                    *
000110*-----------------------------------------------------------*
000120 01  odd-security-violation-record.
000130     05  osv-log-date               pic x(08).
000140     05  osv-log-time               pic x(06).
000150     05  osv-operator               pic x(08).
000160     05  osv-program                pic x(18).
000170     05  osv-action                 pic x(08).
000180     05  osv-target                 pic x(12).
000190     05  osv-reason                 pic x(20).
