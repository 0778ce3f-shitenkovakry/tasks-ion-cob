000010*-----------------------------------------------------------*
000020*  ODD-SCREEN-RULES-LOADER-VARIABLES                          *
000030*  Working-storage for ODD-SCREEN-RULES-LOADER: the ODDRULES    *
000040*  file status and read switches, card and reject counts, the    *
000050*  first few rejected cards kept for the rules-in-force            *
000060*  listing, and that listing's print lines.  The calling             *
000070*  program names ODD-RULES-STATUS on its ODDRULES select and          *
000080*  sets ODD-RULES-PROGRAM and ODD-RULES-RUN-DATE before the            *
000090*  listing is printed.                                                 *
000100*-----------------------------------------------------------*
000110 01  odd-rules-status               pic x(02).
000120 01  odd-rules-switches.
000130     05  odd-rules-eof-sw           pic x(01) value 'N'.
000140         88  odd-rules-eof              value 'Y'.
000150     05  odd-rules-file-sw          pic x(01) value 'N'.
000160         88  odd-rules-from-file        value 'Y'.
000170 01  odd-rules-program              pic x(20) value spaces.
000180 01  odd-rules-run-date             pic x(08) value spaces.
000190 01  odd-rules-card-count           pic 9(04) value zero.
000200 01  odd-rules-reject-count         pic 9(04) value zero.
000210 01  odd-rules-reject-reason        pic x(20) value spaces.
000220 01  odd-rules-scan                 pic 9(04) comp.
000230 01  odd-rules-reject-max           pic 9(04) comp value 20.
000240 01  odd-rules-reject-idx           pic 9(04) comp.
000250 01  odd-rules-reject-table.
000260     05  odd-rules-reject-entry     occurs 20 times.
000270         10  orj-card-front         pic x(40).
000280         10  orj-reject-reason      pic x(20).
000290*-----------------------------------------------------------*
000300*  rules-in-force listing print-line layouts                  *
000310*-----------------------------------------------------------*
000320 01  rules-heading-line.
000330     05  filler                    pic x(01) value space.
000340     05  filler                    pic x(25)
000350             value 'SCREENING RULES IN FORCE '.
000360     05  rlh-program               pic x(20).
000370     05  filler                    pic x(05) value ' RUN '.
000380     05  rlh-run-date              pic x(08).
000390 01  rules-source-line.
000400     05  filler                    pic x(01) value space.
000410     05  rlo-source-text           pic x(40).
000420     05  rlo-card-count            pic zzz9.
000430     05  filler                    pic x(07) value ' CARDS '.
000440     05  rlo-reject-count          pic zzz9.
000450     05  filler                    pic x(09) value ' REJECTED'.
000460 01  rules-section-line.
000470     05  filler                    pic x(01) value space.
000480     05  rlt-section-title         pic x(40).
000490 01  rules-reason-column-line.
000500     05  filler                    pic x(01) value space.
000510     05  filler                    pic x(12) value 'REASON'.
000520     05  filler                    pic x(07) value 'CHECK'.
000530     05  filler                    pic x(04) value 'RANK'.
000540 01  rules-reason-line.
000550     05  filler                    pic x(01) value space.
000560     05  rlp-d-reason-code         pic x(10).
000570     05  filler                    pic x(02) value spaces.
000580     05  rlp-d-check               pic x(03).
000590     05  filler                    pic x(06) value spaces.
000600     05  rlp-d-rank                pic z9.
000601 01  rules-tolerance-line.
000602     05  filler                    pic x(01) value space.
000603     05  filler                    pic x(28)
000604             value 'PRICE VAR TOLERANCE PERCENT '.
000605     05  rlm-price-tolerance       pic zz9.
000610 01  rules-series-column-line.
000620     05  filler                    pic x(01) value space.
000630     05  filler                    pic x(09) value 'DEPT'.
000640     05  filler                    pic x(08) value 'LOW'.
000650     05  filler                    pic x(06) value 'HIGH'.
000660 01  rules-series-line.
000670     05  filler                    pic x(01) value space.
000680     05  rlg-d-dept                pic x(07).
000690     05  filler                    pic x(02) value spaces.
000700     05  rlg-d-series-low          pic 9(06).
000710     05  filler                    pic x(02) value spaces.
000720     05  rlg-d-series-high         pic 9(06).
000730 01  rules-reject-line.
000740     05  filler                    pic x(01) value space.
000750     05  rlj-d-card-front          pic x(40).
000760     05  filler                    pic x(02) value spaces.
000770     05  rlj-d-reject-reason       pic x(20).
000780 01  rules-blank-line              pic x(80) value spaces.
