000100*-----------------------------------------------------------------
000200*    MARGCTL.CPY
000300*    RECORD LAYOUT FOR THE MINIMUM MARGIN CONTROL FILE.  ONE
000400*    RECORD PER MERCHANDISE CATEGORY : MG-MARGE-MIN-PCT IS THE
000500*    MINIMUM MARKUP ON COST (IN PERCENT) A SELLING PRICE MUST
000600*    KEEP, I.E. THE PRICE MAY NOT FALL BELOW COST PLUS THAT
000700*    PERCENTAGE OF COST.  A RECORD WITH A BLANK CATEGORY GIVES
000800*    THE DEFAULT FOR CATEGORIES NOT LISTED ; WITHOUT IT, AN
000900*    UNLISTED CATEGORY ONLY HAS TO COVER ITS COST.
001000*-----------------------------------------------------------------
001100 01  MARGIN-CONTROL-RECORD.
001200     05  MG-CATEGORIE        PIC X(04).
001300     05  MG-MARGE-MIN-PCT    PIC 9(03)V99.
001400     05  FILLER              PIC X(11).
