006400                                          BY AMTS-JRN-CURR-CODE
006500                            AMT-JRN-AMT-TEXT BY AMTS-JRN-AMT-TEXT
006600                            AMT-JRN-AMT      BY AMTS-JRN-AMT
006610                            AMT-JRN-PROD     BY AMTS-JRN-PROD
006630                            AMT-JRN-PRIOR-BAL
006650                                          BY AMTS-JRN-PRIOR-BAL
006655                            AMT-JRN-REV-TYPE BY AMTS-JRN-REV-TYPE
006660                            AMT-JRN-ADJ-REASON
006665                                          BY AMTS-JRN-ADJ-REASON
006670                            AMT-JRN-INT-CORRECTION
006675                            BY AMTS-JRN-INT-CORRECTION.
006700 WORKING-STORAGE SECTION.
006800*----------------------------------------------------------------
006900* 01  WS-SWITCHES AND COUNTERS
