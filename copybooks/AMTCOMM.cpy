001420*     INTO LINKAGE SECTION (THE SAME WAY AMTCONV/AMTCONVR ARE),
001430*     RATHER THAN WRAPPED UNDER A SEPARATE 01 DFHCOMMAREA LEVEL -
001440*     COPYING ONE 01-LEVEL RECORD UNDER ANOTHER DOESN'T NEST IT.
001441* MODIFIED 10/15/2026 RB - THE ONLINE ACCOUNT INQUIRY (AMTINQ)
001442*     LINKS TO NUMBER-TO-STRING-ONLINE THE SAME WAY FOR EVERY
001443*     AMOUNT IT SHOWS, COPYING THIS LAYOUT INTO WORKING-STORAGE
001444*     REPLACING DFHCOMMAREA, SINCE ITS OWN LINKAGE SECTION HOLDS
001445*     ITS OWN DFHCOMMAREA.  NO LAYOUT CHANGE.
001450*----------------------------------------------------------------
001500 01  DFHCOMMAREA.
001600     05  AMTO-NUM-VAL        PIC S9(04)V99.
