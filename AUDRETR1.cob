                         ==AUD-RUN-ID== BY ==ARC-RUN-ID==
                         ==AUD-TRANS-TYPE== BY ==ARC-TRANS-TYPE==
                         ==AUD-REVERSAL== BY ==ARC-REVERSAL==
                         ==AUD-TRANSFER-LEG== BY ==ARC-TRANSFER-LEG==
                         ==AUD-BACKOUT== BY ==ARC-BACKOUT==
                         ==AUD-SETTLEMENT== BY ==ARC-SETTLEMENT==
                         ==AUD-CREDIT-ROW== BY ==ARC-CREDIT-ROW==
                         ==AUD-ORIG-REF== BY ==ARC-ORIG-REF==
                         ==AUD-ORIG-RUN-ID== BY ==ARC-ORIG-RUN-ID==
                         ==AUD-ORIG-KEY== BY ==ARC-ORIG-KEY==.
