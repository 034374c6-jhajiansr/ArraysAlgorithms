000100*----------------------------------------------------------------
000200*    DL100PS.CPY
000300*
000400*    PAIRED-STATISTICS REPORT LINE FOR THE DATED ARRPAIR FILE,
000500*    WRITTEN BY PROGRAM1'S PAIRED-STATISTICS FUNCTION AND
000600*    ARRAYBATCH'S PAIRSTAT TRANSACTION, ONE LINE PER PAIR, SO
000700*    IT SITS ALONGSIDE THE ARRRPT AUDIT REPORT.
000800*
000900*    X IS THE LOADED ARRAY AND Y THE SECOND ARRAY NAMED.  THE
001000*    FIGURES ARE POPULATION FIGURES, AS THE STANDARD DEVIATION
001100*    ON ARRRPT IS:
001200*        COVARIANCE   SUM((X - MEAN X) * (Y - MEAN Y)) / N
001300*        CORRELATION  PEARSON R, COVARIANCE OVER THE PRODUCT
001400*                     OF THE TWO STANDARD DEVIATIONS
001500*        SLOPE        LEAST-SQUARES SLOPE OF Y ON X
001600*        INTERCEPT    MEAN Y - SLOPE * MEAN X
001700*    WHEN X HOLDS ONE VALUE ONLY THERE IS NO SLOPE, INTERCEPT,
001800*    OR CORRELATION, AND WHEN Y DOES THERE IS NO CORRELATION;
001900*    THOSE FIGURES ARE LEFT ZERO AND PST-NOTE SAYS WHY.
002000*----------------------------------------------------------------
002100     05  pst-date                    pic 9(08).
002200     05  filler                      pic x(01).
002300     05  pst-time                    pic 9(06).
002400     05  filler                      pic x(02).
002500     05  pst-program                 pic x(10).
002600     05  filler                      pic x(02).
002700     05  pst-x-array-id              pic x(08).
002800     05  filler                      pic x(02).
002900     05  pst-y-array-id              pic x(08).
003000     05  filler                      pic x(02).
003100     05  pst-count                   pic z(03)9.
003200     05  filler                      pic x(02).
003300     05  pst-covariance              pic -(17)9.9(4).
003400     05  filler                      pic x(02).
003500     05  pst-correlation             pic -9.9(6).
003600     05  filler                      pic x(02).
003700     05  pst-slope                   pic -(9)9.9(6).
003800     05  filler                      pic x(02).
003900     05  pst-intercept               pic -(13)9.9(4).
004000     05  filler                      pic x(02).
004100     05  pst-note                    pic x(40).
