000100*****************************************************************
000200*  MATCHPLN.CPY                                                 *
000300*  RECORD LAYOUT FOR THE EMPLOYER 401(K) MATCH PLAN TABLE READ  *
000400*  BY PayDriver AT START OF RUN.  ONE RECORD PER MATCH TIER, IN *
000500*  THE ORDER THE TIERS APPLY.  EACH TIER COVERS THE NEXT SLICE  *
000600*  OF THE EMPLOYEE'S DEFERRAL, MEASURED AS A PERCENT OF         *
000700*  ELIGIBLE COMPENSATION, AND MATCHES IT AT ITS OWN PERCENT -   *
000800*  100% OF THE FIRST 3% AND 50% OF THE NEXT 2% IS TWO RECORDS,  *
000900*  03.00/100.00 AND 02.00/050.00.  AN EMPTY FILE MEANS NO       *
001000*  MATCH.                                                       *
001100*-----------------------------------------------------------------
001200*  DATE-WRITTEN.  10/13/2026.
001300*  MODIFICATION HISTORY.
001400*    10/13/2026  RWK  ORIGINAL.
001500*****************************************************************
001600 01  MP-MATCH-PLAN-RECORD.
001700     05  MP-TIER-PERCENT         PIC 99V99.
001800     05  MP-TIER-PERCENT-X REDEFINES MP-TIER-PERCENT
001900                                 PIC X(04).
002000     05  MP-MATCH-PERCENT        PIC 999V99.
002100     05  MP-MATCH-PERCENT-X REDEFINES MP-MATCH-PERCENT
002200                                 PIC X(05).
002300     05  MP-TIER-DESCRIPTION     PIC X(25).
002400     05  FILLER                  PIC X(06).
