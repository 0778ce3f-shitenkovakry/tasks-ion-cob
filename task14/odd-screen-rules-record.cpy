000010*-----------------------------------------------------------*
000020*  ODD-SCREEN-RULES-RECORD                                    *
000030*  One card of the ODDRULES screening rules file, kept by      *
000040*  merchandising in place of recompiling ODD-SCREEN-RULES.      *
000050*  The first three bytes say what the card is:                   *
000060*    SER dept low    high    series range for one department,     *
000070*                            or for every department without       *
000080*                            its own card when dept is *DEF         *
000090*    RSN reason---- s rr     flag reason switch (Y runs the          *
000100*                            check, N turns it off) and its           *
000110*                            severity rank 01-99, higher wins          *
000112*    TOL ppp                 PRICE VAR tolerance - the percent the       *
000114*                            extract unit value may differ from          *
000116*                            the ITEMMAST value before it flags          *
000120*  and a card starting with * is a comment.  A card that does           *
000130*  not parse is rejected and the compiled value stays in force;         *
000140*  the rules-in-force listing shows both.                                *
000150*-----------------------------------------------------------*
000160 01  odd-rules-card.
000170     05  rlc-card-type              pic x(03).
000180         88  rlc-series-card            value 'SER'.
000190         88  rlc-reason-card            value 'RSN'.
000195         88  rlc-tolerance-card         value 'TOL'.
000200     05  filler                     pic x(77).
000210 01  odd-rules-card-image.
000220     05  rli-card-front.
000230         10  rlc-comment-flag       pic x(01).
000240             88  rlc-comment-card       value '*'.
000250         10  filler                 pic x(39).
000260     05  filler                     pic x(40).
000270 01  odd-rules-series-card.
000280     05  filler                     pic x(04).
000290     05  rls-dept                   pic x(04).
000300     05  filler                     pic x(01).
000310     05  rls-series-low             pic 9(06).
000320     05  filler                     pic x(01).
000330     05  rls-series-high            pic 9(06).
000340     05  filler                     pic x(58).
000350 01  odd-rules-reason-card.
000360     05  filler                     pic x(04).
000370     05  rlr-reason-code            pic x(10).
000380     05  filler                     pic x(01).
000390     05  rlr-check-sw               pic x(01).
000400     05  filler                     pic x(01).
000410     05  rlr-rank                   pic 9(02).
000420     05  filler                     pic x(61).
000430 01  odd-rules-tolerance-card.
000440     05  filler                     pic x(04).
000450     05  rlv-price-tolerance        pic 9(03).
000460     05  filler                     pic x(73).
