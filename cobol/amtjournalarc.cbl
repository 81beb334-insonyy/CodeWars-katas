006200                                          BY AMTA-JRN-CURR-CODE
006300                            AMT-JRN-AMT-TEXT BY AMTA-JRN-AMT-TEXT
006400                            AMT-JRN-AMT      BY AMTA-JRN-AMT
006410                            AMT-JRN-PROD     BY AMTA-JRN-PROD
006430                            AMT-JRN-PRIOR-BAL
006450                                          BY AMTA-JRN-PRIOR-BAL
006455                            AMT-JRN-REV-TYPE BY AMTA-JRN-REV-TYPE
006460                            AMT-JRN-ADJ-REASON
006465                                          BY AMTA-JRN-ADJ-REASON
006470                            AMT-JRN-INT-CORRECTION
006475                            BY AMTA-JRN-INT-CORRECTION.
006500 FD  LIVE-OUT
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
007400                                          BY AMTN-JRN-CURR-CODE
007500                            AMT-JRN-AMT-TEXT BY AMTN-JRN-AMT-TEXT
007600                            AMT-JRN-AMT      BY AMTN-JRN-AMT
007610                            AMT-JRN-PROD     BY AMTN-JRN-PROD
007630                            AMT-JRN-PRIOR-BAL
007650                                          BY AMTN-JRN-PRIOR-BAL
007655                            AMT-JRN-REV-TYPE BY AMTN-JRN-REV-TYPE
007660                            AMT-JRN-ADJ-REASON
007665                                          BY AMTN-JRN-ADJ-REASON
007670                            AMT-JRN-INT-CORRECTION
007675                            BY AMTN-JRN-INT-CORRECTION.
007700 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------------
007900* 01  WS-SWITCHES AND COUNTERS
