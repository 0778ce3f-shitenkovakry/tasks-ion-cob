000170*  the report without re-keying every code into another            *
000180*  system, and the item's unit value so the money at stake          *
000182*  reads straight off the page.                                      *
000183*  Hits covered by an ODDSUPP approved exception are counted          *
000184*  in the total but listed on ODDSUPRP, not here.                      *
000185*-----------------------------------------------------------*
000190 01  oddrpt-run-date               pic x(08).
000200 01  oddrpt-page-count             pic 9(04) comp value zero.
000530     05  filler                    pic x(22)
000540             value 'TOTAL ITEMS FLAGGED: '.
000550     05  oddt-flagged-count        pic zzzzz9.
000551
000552 01  oddrpt-suppressed-line.
000553     05  filler                    pic x(01) value space.
000554     05  filler                    pic x(22)
000555             value 'SUPPRESSED, NOT LISTED'.
000556     05  filler                    pic x(02) value ': '.
000557     05  oddt-suppressed-count     pic zzzzz9.
000558     05  filler                    pic x(15)
000559             value ' - SEE ODDSUPRP'.
000560
