      *****************************************************************
      * COPYBOOK    : BOBKB
      * DESCRIPTION : KNOWLEDGE-BASE ARTICLE RECORD (BOBKB), ONE
      *               QUESTION PATTERN AND ITS ANSWER PER RECORD.  BOB
      *               LOOKS AN INBOUND LINE UP HERE BEFORE FALLING
      *               BACK TO THE BOBCFG CANNED RESPONSE.  THE PATTERN
      *               MATCHES ANYWHERE IN THE LINE, IGNORING CASE; AN
      *               ARTICLE WITH SEVERAL PHRASINGS IS SIMPLY SEVERAL
      *               RECORDS UNDER THE SAME ARTICLE ID.
      *
      *               A BLANK DEPLOYMENT ID IS A HOUSE-WIDE ARTICLE
      *               AND A BLANK LANGUAGE ANSWERS IN ANY LANGUAGE; A
      *               DEPLOYMENT'S OWN ARTICLE BEATS A HOUSE-WIDE ONE,
      *               AND AN ARTICLE IN THE EXCHANGE'S OWN LANGUAGE
      *               BEATS A BLANK-LANGUAGE ONE.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  KB-RECORD.
           05  KB-DEPLOYMENT-ID        PIC X(10).
           05  FILLER                  PIC X(01).
           05  KB-LANGUAGE             PIC X(03).
           05  FILLER                  PIC X(01).
           05  KB-ARTICLE-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  KB-PATTERN              PIC X(30).
           05  FILLER                  PIC X(01).
           05  KB-ANSWER               PIC X(40).
