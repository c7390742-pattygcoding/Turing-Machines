000100******************************************************************
000200* TMCSIGRC - SHARED CHANGE-SIGNER RECORD LAYOUT
000300*-----------------------------------------------------------------
000400* WRITTEN BY TMTRANMT TO CHGSIGN ALONGSIDE EVERY NEW TABLE
000500* GENERATION IT BUILDS, AND READ BACK BY TMPROMOTE BEFORE THAT
000600* GENERATION IS PROMOTED. ONE RECORD PER DISTINCT USER ID WHOSE
000700* SIGNED CHANGE CARDS WERE APPLIED TO THE GENERATION, WITH THE
000800* MACHINE THE CHANGES WERE MADE FOR AND HOW MANY OF THAT SIGNER'S
000900* CARDS WENT IN. TMPROMOTE REFUSES TO LET ANY OF THESE USER IDS
001000* PROMOTE THE SAME GENERATION - THE MAKER MAY NOT ALSO BE THE
001100* CHECKER.
001200******************************************************************
001300 01  CHANGE-SIGNER-RECORD.
001400     05  CS-MACHINE-NAME         PIC X(08).
001500     05  CS-SEP1                 PIC X(01).
001600     05  CS-USER-ID              PIC X(08).
001700     05  CS-SEP2                 PIC X(01).
001800     05  CS-CARD-COUNT           PIC 9(04).
