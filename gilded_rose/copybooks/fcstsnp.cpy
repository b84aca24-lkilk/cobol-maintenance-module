      ******************************************************************
      *    COPYBOOK:  FCSTSNP
      *    PURPOSE:   ONE PREDICTION IN A DATED FORECAST SNAPSHOT
      *               (fcst-YYYYMMDD.snp, CATALOGUED IN
      *               forecast-catalog.dat).  WRITTEN BY forecast
      *               ALONGSIDE forecast.dat AND READ BACK BY
      *               forecast-accuracy TO SCORE THE PREDICTION
      *               AGAINST WHAT ACTUALLY HAPPENED.
      *               SNP-FORECAST-DATE IS THE BUSINESS DATE OF THE RUN
      *               THAT MADE THE PREDICTION, SNP-ZERO-DATE THE DATE
      *               THE ITEM WAS PREDICTED TO REACH ZERO QUALITY AND
      *               SNP-DAYS THE HORIZON BETWEEN THE TWO.
      *               SNP-CLASS IS THE RULE CLASS FROM item-rules.dat
      *               (N GENERAL, D DOUBLE-DECAY, C CONCERT PASS).
      ******************************************************************
       01  FS-SNAPSHOT-RECORD.
           05  SNP-FORECAST-DATE    PIC X(8).
           05  FILLER               PIC X.
           05  SNP-ITEM-ID          PIC X(6).
           05  FILLER               PIC X.
           05  SNP-STORE            PIC X(3).
           05  FILLER               PIC X.
           05  SNP-LOT              PIC X(6).
           05  FILLER               PIC X.
           05  SNP-CLASS            PIC X.
           05  FILLER               PIC X.
           05  SNP-ZERO-DATE        PIC 9(8).
           05  FILLER               PIC X.
           05  SNP-DAYS             PIC 9(4).
           05  FILLER               PIC X.
           05  SNP-QTY              PIC 9(5).
           05  FILLER               PIC X.
           05  SNP-NAME             PIC X(50).
