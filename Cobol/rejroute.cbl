002200*                  LISTING WITH THE REASON CODE SPELLED OUT   *
002300*                  IN WORDS, REPLACING THE MORNING RE-KEYING  *
002400*                  INTO EMAILS.                               *
002410* 10/14/2026 TB    R006 -- A HIGH-VALUE ITEM DECLINED IN THE  *
002420*                  APPROVAL RUN -- NOW SPELLED OUT ON THE     *
002430*                  BRANCH LISTING.                            *
002500*-----------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
040100         WHEN rejectDuplicateTran
040200             MOVE 'DUPLICATE OF POSTED ITEM'
040300                 TO reasonWordsValue
040310         WHEN rejectApprovalDeclined
040320             MOVE 'DECLINED BY SUPERVISOR'
040330                 TO reasonWordsValue
040400         WHEN OTHER
040500             MOVE 'UNKNOWN REASON CODE' TO reasonWordsValue
040600     END-EVALUATE.
