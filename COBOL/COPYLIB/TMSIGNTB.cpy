000100******************************************************************
000200* TMSIGNTB - SHARED AUTHORIZED-SIGNER WORKING-STORAGE
000300*-----------------------------------------------------------------
000400* COPIED INTO WORKING-STORAGE BY EVERY PROGRAM THAT LOADS THE
000500* SIGNERS FILE (SEE TMSIGNRC). A SIGNER PAST SIGNER-MAX IS NOT
000600* LOADED AND SO IS REFUSED AS NOT ON FILE. TO CHECK A SIGNATURE
000700* THE CALLER SETS SIGNER-CHECK-USER, SIGNER-CHECK-AREA (THE
000800* MACHINE'S MC-OWNER) AND ONE OF THE SIGNER-FOR- CONDITIONS;
000900* THE CHECK LEAVES SIGNER-AUTHORIZED OR ONE OF THE REFUSAL
001000* CONDITIONS IN SIGNER-RESULT, WHICH IS THE REASON CODE THE
001100* CALLER REPORTS, WITH ITS TEXT IN SIGNER-REASON. THE CODES ARE
001200* THE SAME ON CHGERRS, CATERRS AND VALIDRPT.
001300******************************************************************
001400 77  SIGNER-MAX                  PIC 9(04) COMP VALUE 200.
001500 77  SIGNER-COUNT                PIC 9(04) COMP VALUE ZERO.
001600 01  SIGNER-TABLE.
001700     05  SIGNER-ENTRY OCCURS 1 TO 200 TIMES
001800             DEPENDING ON SIGNER-COUNT
001900             INDEXED BY SN-IDX.
002000         10  SN-USER-ID          PIC X(08).
002100         10  SN-AREA-LIST.
002200             15  SN-AREA         PIC X(08) OCCURS 4 TIMES.
002300         10  SN-AUTH-EDIT        PIC X(01).
002400         10  SN-AUTH-CATALOG     PIC X(01).
002500         10  SN-AUTH-PROMOTE     PIC X(01).
002600         10  SN-EXPIRY-DATE      PIC 9(08).
002700 77  SIGNER-AREA-SUB             PIC 9(01) COMP.
002800 77  SIGNER-CHECK-USER           PIC X(08).
002900 77  SIGNER-CHECK-AREA           PIC X(08).
003000 77  SIGNER-CHECK-FUNCTION       PIC X(01).
003100     88  SIGNER-FOR-EDIT                     VALUE 'E'.
003200     88  SIGNER-FOR-CATALOG                  VALUE 'C'.
003300     88  SIGNER-FOR-PROMOTE                  VALUE 'P'.
003400 77  SIGNER-RESULT               PIC X(02).
003500     88  SIGNER-AUTHORIZED                   VALUE '00'.
003600     88  SIGNER-UNKNOWN                      VALUE '34'.
003700     88  SIGNER-EXPIRED                      VALUE '36'.
003800     88  SIGNER-NOT-PERMITTED                VALUE '38'.
003900     88  SIGNER-NOT-IN-AREA                  VALUE '40'.
004000 77  SIGNER-REASON               PIC X(24).
004100 77  SIGNER-AREA-SW              PIC X(01) VALUE 'N'.
004200     88  SIGNER-AREA-FOUND                   VALUE 'Y'.
004300     88  SIGNER-AREA-NOT-FOUND               VALUE 'N'.
