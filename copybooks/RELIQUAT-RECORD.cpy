000070*                 AND RELIQUATLIBERER TURNS IT INTO A REAL ORDER
000080*                 ONCE STOCK IS BACK; SHARING THE LAYOUT HERE
000090*                 KEEPS THE TWO IN STEP.
000092* 2026-10-15  LM  ADD REL-REF-WEB : A WEB SHOP LINE COMMANDEIMPORT
000094*                 COULD NOT SERVE IS BACKORDERED HERE, AND THE
000096*                 REFERENCE FOLLOWS IT ONTO THE ORDER
000098*                 RELIQUATLIBERER RELEASES. BLANK OTHERWISE.
000100*----------------------------------------------------------------
000110 01  RELIQUAT-RECORD.
000120     05 REL-DATE              PIC 9(08).
000170         88 REL-EN-ATTENTE            VALUE "A" " ".
000180         88 REL-SERVI                 VALUE "S".
000190     05 REL-NUM-CMD           PIC 9(08).
000191     05 REL-REF-WEB           PIC X(12).
