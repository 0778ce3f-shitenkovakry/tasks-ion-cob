000160*  FIND-ODD-VARIABLES (for the table-based kernel under the          *
000170*  unit test) so a series or wording change happens in one            *
000180*  place.                                                              *
000190*                                                                      *
000200*  The values below are the compiled defaults only.  The            *
000210*  ODDRULES rules file, loaded at start-up by ODD-SCREEN-RULES-     *
000220*  LOADER, overrides them: the default series, a series range     *
000230*  per department (ODD-SERIES-TABLE), and for each reason an     *
000240*  on/off switch for its check and its severity rank.  Each     *
000250*  reason has a fixed slot - the named view is how the         *
000260*  programs refer to one reason, the ODD-RULE-ENTRY view is    *
000270*  how the loader, the rank lookup and the per-reason         *
000280*  report columns walk them.  A higher rank is more severe    *
000290*  and wins when one item trips several rules.               *
000292*  The last three reasons are the extract-versus-master        *
000294*  drift checks; PRICE VAR fires when the extract unit value   *
000296*  is more than ODD-PRICE-TOLERANCE percent off ITEMMAST's.    *
000300*-----------------------------------------------------------*
000310 01  odd-series-low             pic 9(06) value 100000.
000320 01  odd-series-high            pic 9(06) value 899999.
000330*-----------------------------------------------------------*
000340*  series range by department from the ODDRULES SER cards;   *
000350*  a department with no entry screens against the default    *
000360*  range above.                                              *
000370*-----------------------------------------------------------*
000380 01  odd-series-max             pic 9(04) comp value 50.
000390 01  odd-series-count           pic 9(04) comp value zero.
000400 01  odd-series-idx             pic 9(04) comp.
000410 01  odd-series-table.
000420     05  odd-series-entry       occurs 50 times.
000430         10  ods-dept           pic x(04).
000440         10  ods-series-low     pic 9(06).
000450         10  ods-series-high    pic 9(06).
000460 01  odd-series-dept-in         pic x(04).
000470 01  odd-range-low              pic 9(06).
000480 01  odd-range-high             pic 9(06).
000490*-----------------------------------------------------------*
000500*  one slot per flag reason: reason code, check switch and    *
000510*  severity rank.                                            *
000520*-----------------------------------------------------------*
000530 01  odd-rule-table.
000540     05  odd-rule-odd-value.
000550         10  odd-reason-odd-value   pic x(10) value 'ODD VALUE'.
000560         10  odd-check-odd-value-sw pic x(01) value 'Y'.
000570             88  odd-check-odd-value    value 'Y'.
000580         10  odd-rank-odd-value     pic 9(02) value 10.
000590     05  odd-rule-duplicate.
000600         10  odd-reason-duplicate   pic x(10) value 'DUPLICATE'.
000610         10  odd-check-duplicate-sw pic x(01) value 'Y'.
000620             88  odd-check-duplicate    value 'Y'.
000630         10  odd-rank-duplicate     pic 9(02) value 20.
000640     05  odd-rule-bad-series.
000650         10  odd-reason-bad-series  pic x(10) value 'BAD SERIES'.
000660         10  odd-check-bad-series-sw
000670                                    pic x(01) value 'Y'.
000680             88  odd-check-bad-series   value 'Y'.
000690         10  odd-rank-bad-series    pic 9(02) value 30.
000700     05  odd-rule-inactive.
000710         10  odd-reason-inactive    pic x(10) value 'INACTIVE'.
000720         10  odd-check-inactive-sw  pic x(01) value 'Y'.
000730             88  odd-check-inactive     value 'Y'.
000740         10  odd-rank-inactive      pic 9(02) value 40.
000750     05  odd-rule-not-on-master.
000760         10  odd-reason-not-on-master
000770                                    pic x(10) value 'NOT ON MST'.
000780         10  odd-check-not-on-master-sw
000790                                    pic x(01) value 'Y'.
000800             88  odd-check-not-on-master
000810                                        value 'Y'.
000820         10  odd-rank-not-on-master pic 9(02) value 50.
000821     05  odd-rule-price-var.
000822         10  odd-reason-price-var   pic x(10) value 'PRICE VAR'.
000823         10  odd-check-price-var-sw pic x(01) value 'Y'.
000824             88  odd-check-price-var    value 'Y'.
000825         10  odd-rank-price-var     pic 9(02) value 35.
000826     05  odd-rule-dept-mism.
000827         10  odd-reason-dept-mism   pic x(10) value 'DEPT MISM'.
000828         10  odd-check-dept-mism-sw pic x(01) value 'Y'.
000829             88  odd-check-dept-mism    value 'Y'.
000830         10  odd-rank-dept-mism     pic 9(02) value 25.
000831     05  odd-rule-desc-mism.
000832         10  odd-reason-desc-mism   pic x(10) value 'DESC MISM'.
000833         10  odd-check-desc-mism-sw pic x(01) value 'Y'.
000834             88  odd-check-desc-mism    value 'Y'.
000835         10  odd-rank-desc-mism     pic 9(02) value 15.
000836 01  odd-rule-table-view redefines odd-rule-table.
000840     05  odd-rule-entry         occurs 8 times.
000850         10  orl-reason-code    pic x(10).
000860         10  orl-check-sw       pic x(01).
000870             88  orl-check-on       value 'Y'.
000880         10  orl-rank           pic 9(02).
000890 01  odd-rule-count             pic 9(04) comp value 8.
000895 01  odd-price-tolerance        pic 9(03) value 25.
000900 01  odd-rule-idx               pic 9(04) comp.
000910*-----------------------------------------------------------*
000920*  rank lookup: the reason in ODD-RANK-REASON-IN comes back   *
000930*  with its rank in ODD-RANK-OUT and its slot in ODD-RULE-   *
000940*  SLOT (both zero for a reason the table does not know).   *
000950*-----------------------------------------------------------*
000960 01  odd-rank-reason-in         pic x(10).
000970 01  odd-rank-out               pic 9(02).
000980 01  odd-rule-slot              pic 9(04) comp.
000990 01  odd-reason-even-value      pic x(10) value 'EVEN VALUE'.
