      **      REWRITTEN EVERY CHECKPOINT INTERVAL BY A40214 WITH THE  **
      **      COUNTERS AND POSITION OF THE RUN IN FLIGHT.  A RECORD   **
      **      LEFT WITH THE COMPLETE INDICATOR OFF MEANS THE RUN WAS  **
      **      CUT SHORT -- THE NEXT RUN RESUMES FROM IT, SKIPPING THE **
      **      ACCOUNTS ALREADY PROCESSED SO THE DOWNSTREAM BALO, BALX **
      **      AND AUDT FEEDS GET EXACTLY ONE RECORD PER ACCOUNT.  A   **
      **      PARTITIONED RUN KEEPS ONE RECORD PER PARTITION (RUN ID  **
      **      A40214P1 THROUGH A40214P8) SO EACH PARTITION RESTARTS   **
      **      ON ITS OWN; THE MERGE (A40248) TOTALS THEM INTO THE     **
      **      NIGHT'S SINGLE RUN SUMMARY.                             **
      **                                                              **
      ******************************************************************
      *
