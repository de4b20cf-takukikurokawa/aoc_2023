      *   AOC0020 W RUN HISTORY OPEN ERROR - RUN NOT RECORDED
      *   AOC0021 W SYMBOL REFERENCE UNUSABLE - BUILT-IN LIST USED
      *   AOC0022 E INVENTORY FEED UNCONFIRMED - HOLD NEXT FEED
      *   AOC0023 E PART CATALOG EXCEPTIONS - HOLD INVENTORY FEED
      *   AOC0024 E PART CATALOG OR PART LIST UNUSABLE
      *   AOC0025 E BAND PARTIAL OUTPUT MISSING OR INCOMPLETE
      *   AOC0026 E BAD BAND CARD - ABORT
      *   AOC0027 W PROOF SHEET NOT PRODUCED FOR BANDED RUN
      *   AOC0028 W TREND TOLERANCE ALERT
      *   AOC0029 W INVENTORY REJECTS CONFIRMED - REVIEW
      *   AOC0032 E SCHEMATIC HANDOFF MISMATCH - ABORT
      *   AOC0033 E PART LIST HANDOFF MISMATCH - ABORT
      *   AOC0034 E PART LIST HANDOFF NOT RECORDED
      *   AOC0035 I OPERATOR INTERVENTION ON A CHAIN STEP
      * Raised on the operator alert queue by alertq from the job
      * flow dataset rather than logged:
      *   AOC0030 E JOB CHAIN STEP FAILED
      *   AOC0031 W JOB CHAIN STEP HELD
      ******************************************************************
       01  WS-LOG-REQUEST.
           05  LOG-PROGRAM-ID           PIC X(8).
