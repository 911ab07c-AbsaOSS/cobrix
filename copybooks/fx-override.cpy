      ****************************************************************************
      *                                                                          *
      * Copyright 2018 ABSA Group Limited                                        *
      *                                                                          *
      * Licensed under the Apache License, Version 2.0 (the "License");          *
      * you may not use this file except in compliance with the License.         *
      * You may obtain a copy of the License at                                  *
      *                                                                          *
      *     http://www.apache.org/licenses/LICENSE-2.0                           *
      *                                                                          *
      * Unless required by applicable law or agreed to in writing, software      *
      * distributed under the License is distributed on an "AS IS" BASIS,        *
      * WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express or implied. *
      * See the License for the specific language governing permissions and      *
      * limitations under the License.                                           *
      *                                                                          *
      ****************************************************************************
      *                                                                          *
      * A supervisor's override of the exchange-rate gate (FXOVRD, read by       *
      * R204): the business date it releases, the supervisor's user ID, which    *
      * must hold supervisor level on USERPROF, and the reason, which must be    *
      * given. The gate appends every override it acts on or refuses to the      *
      * override log (FXOVRLOG) in the same layout, adding the time, the         *
      * number of failures it was asked to release and the outcome - R           *
      * released, X refused.                                                     *
      *                                                                          *
      ****************************************************************************
       01  FX-OVERRIDE-RECORD.
           05  FXO-CYCLE-DATE           PIC 9(8).
           05  FXO-USER-ID              PIC X(8).
           05  FXO-REASON               PIC X(60).
           05  FXO-LOG-TIME             PIC 9(6).
           05  FXO-FAILURE-COUNT        PIC 9(3).
           05  FXO-OUTCOME              PIC X(1).
               88  FXO-RELEASED                 VALUE "R".
               88  FXO-REFUSED                  VALUE "X".
