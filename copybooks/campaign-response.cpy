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
      * A campaign response keyed back by marketing (CAMPRESP, read by           *
      * R200): campaign, company and the response - I interested, D              *
      * declined - with the date it was received.                                *
      *                                                                          *
      ****************************************************************************
       01  CAMPAIGN-RESPONSE-RECORD.
           05  CRS-CAMPAIGN-CODE        PIC X(8).
           05  CRS-COMPANY-ID           PIC X(10).
           05  CRS-RESPONSE             PIC X(1).
           05  CRS-RESPONSE-DATE        PIC 9(8).
