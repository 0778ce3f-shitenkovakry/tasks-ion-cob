000010*-----------------------------------------------------------*
000020*  ODD-OPERATOR-CHECK-VARIABLES                               *
000030*  Working-storage for ODD-OPERATOR-CHECK: the ODDOPAUT and     *
000040*  ODDSECVL file statuses, the attempt being checked (program,   *
000050*  operator, action, department, disposition code and what it     *
000060*  is tried on), the verdict, and the two tables the authority      *
000070*  record's flags are laid against - the on-line programs and        *
000080*  the disposition codes.  A program's position in the table is       *
000090*  its flag on the ODDOPAUT record, so new programs go on the         *
000100*  end.  ODD-AUTH-DEPT of '*ALL' asks for authority over every         *
000110*  department.  The calling program names ODD-AUTH-STATUS on its       *
000120*  ODDOPAUT select and ODD-AUTH-LOG-STATUS on its ODDSECVL one.         *
000130*-----------------------------------------------------------*
000140 01  odd-auth-status                pic x(02).
000150 01  odd-auth-log-status            pic x(02).
000160 01  odd-auth-switches.
000170     05  odd-auth-granted-sw        pic x(01) value 'N'.
000180         88  odd-auth-granted           value 'Y'.
000190     05  odd-auth-dept-ok-sw        pic x(01) value 'N'.
000200         88  odd-auth-dept-ok           value 'Y'.
000210     05  odd-auth-file-sw           pic x(01) value 'N'.
000220         88  odd-auth-file-open         value 'Y'.
000230     05  odd-auth-log-sw            pic x(01) value 'N'.
000240         88  odd-auth-log-open          value 'Y'.
000250 01  odd-auth-program               pic x(18) value spaces.
000260 01  odd-auth-operator              pic x(08) value spaces.
000270 01  odd-auth-action                pic x(08) value spaces.
000280 01  odd-auth-dept                  pic x(04) value spaces.
000290     88  odd-auth-every-dept            value '*ALL'.
000300 01  odd-auth-disp                  pic x(02) value spaces.
000310 01  odd-auth-target                pic x(12) value spaces.
000320 01  odd-auth-reason                pic x(20).
000330 01  odd-auth-today                 pic x(08).
000340 01  odd-auth-time                  pic x(06).
000350 01  odd-auth-program-idx           pic 9(04) comp.
000360 01  odd-auth-disp-idx              pic 9(04) comp.
000370 01  odd-auth-scan                  pic 9(04) comp.
000380 01  odd-auth-admin-program         pic x(18)
000390         value 'ODD-OPERATOR-MAINT'.
000400 01  odd-auth-program-count         pic 9(04) comp value 5.
000410 01  odd-auth-program-values.
000420     05  filler                     pic x(18)
000430             value 'ODD-RESULT-MAINT'.
000440     05  filler                     pic x(18)
000450             value 'ITEM-MASTER-MAINT'.
000460     05  filler                     pic x(18)
000470             value 'DEPT-MASTER-MAINT'.
000480     05  filler                     pic x(18)
000490             value 'ODD-SUPPRESS-MAINT'.
000500     05  filler                     pic x(18)
000510             value 'ODD-RUN-CONTROL'.
000520     05  filler                     pic x(18) value spaces.
000530 01  odd-auth-program-table redefines odd-auth-program-values.
000540     05  oap-program-name           occurs 6 times
000550                                    pic x(18).
000560 01  odd-auth-disp-count            pic 9(04) comp value 3.
000570 01  odd-auth-disp-values           pic x(06) value 'CLCOHD'.
000580 01  odd-auth-disp-table redefines odd-auth-disp-values.
000590     05  oad-disp-code              occurs 3 times
000600                                    pic x(02).
